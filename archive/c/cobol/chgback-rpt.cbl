      * out of AUDITLOG, and batch runs with their read / written /
      * errored volumes per department out of RUNSTATS, so the
      * departments sharing the machine can be billed their share.
      * RUNSTATS is not rotated monthly the way AUDITLOG is - only
      * TRAIL-RETAIN and the YEAREND close ever trim it - so its
      * records from before the month's first audit line are left out
      * of the billing rather than re-billed every month; lines and
      * records from before the DEPT stamping existed land under
      * UNASGN. The report's PERIOD FROM line carries that first date.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              CLOSE AUDIT-FILE
           END-IF.

      * A test record (see RUNMODE.CPY) is not production activity
      * and is passed over.
          TALLY-ONE-AUDIT-LINE.
           IF AU-TEST-RECORD
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-AUDIT-SEEN-SW.
           IF AU-TIMESTAMP (1:8) < WS-EARLIEST-DATE
              MOVE AU-TIMESTAMP (1:8) TO WS-EARLIEST-DATE
           END-IF.

          TALLY-ONE-STATS-RECORD.
           IF RS-TEST-RECORD
              EXIT PARAGRAPH.
           IF AUDIT-LINES-SEEN
                 AND RS-START (1:8) < WS-EARLIEST-DATE
              CONTINUE
           OPEN OUTPUT CHGB-RPT-FILE.
           MOVE "MONTH-END CHARGEBACK REPORT" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.

      * The billing window's first date, so the year-end close can
      * tell which year each month's report belongs to.
           IF AUDIT-LINES-SEEN
              MOVE SPACES TO WS-RPT-TEXT
              STRING "PERIOD FROM " DELIMITED BY SIZE
                   WS-EARLIEST-DATE DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-IF.
           MOVE "--- BY DEPARTMENT ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
