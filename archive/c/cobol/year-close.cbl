        IDENTIFICATION DIVISION.
        PROGRAM-ID. YEAR-CLOSE.

      * Year-end close, run from YEAREND.jcl once December's MONTHEND
      * has finished. Consolidates the year's monthly figures into
      * one annual summary, YEARRPT:
      *   - per program, the audited OK/FAIL totals off every monthly
      *     RECONRPT generation for the year, plus the batch runs and
      *     read/written/errored volumes off RUNSTATS;
      *   - per department, the items, runs and volumes off every
      *     monthly CHGBRPT generation for the year.
      * RECONRPT and CHGBRPT are read as whole generation sets; each
      * monthly report is placed in its year by its own dates (the
      * first BY DAY date on RECONRPT, the PERIOD FROM line on
      * CHGBRPT), so other years' and undated reports are counted
      * and skipped rather than added in. RUNSTATS figures come from
      * the live file plus RSARCH, the latest generation of the
      * RUNSTATS archive TRAIL-RETAIN ages records off to.
      *
      * Then RUNSTATS is rolled over for the new year: every live
      * record dated in the closed year or earlier is written to
      * YEARARC and the rest - runs already made in the new year -
      * to RSKEEP; the job stream copies those into place only on
      * RETURN-CODE 0. A year with no RECONRPT at all ends
      * RETURN-CODE 4, so a mistyped year cannot roll the live file
      * over.
      *
      * The command line may name the year (YEAR 2025); without it
      * the close is for the previous calendar year, or the current
      * one when run in December.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RECON-RPT-FILE ASSIGN TO "RECONRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RECONRPT-STATUS.
          SELECT CHGB-RPT-FILE ASSIGN TO "CHGBRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CHGBRPT-STATUS.
          SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTATS-STATUS.
          SELECT RS-ARCH-FILE ASSIGN TO "RSARCH"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSARCH-STATUS.
          SELECT RS-KEEP-FILE ASSIGN TO "RSKEEP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RSKEEP-STATUS.
          SELECT YEAR-ARC-FILE ASSIGN TO "YEARARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YEARARC-STATUS.
          SELECT YEAR-RPT-FILE ASSIGN TO "YEARRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-YEARRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD RECON-RPT-FILE.
          01 RECON-RPT-REC           PIC X(80).

          FD CHGB-RPT-FILE.
          01 CHGB-RPT-REC            PIC X(80).

          FD RUN-STATS-FILE.
          COPY RSTATREC.

          FD RS-ARCH-FILE.
          01 RS-ARCH-REC             PIC X(120).

          FD RS-KEEP-FILE.
          01 RS-KEEP-REC             PIC X(120).

          FD YEAR-ARC-FILE.
          01 YEAR-ARC-REC            PIC X(120).

          FD YEAR-RPT-FILE.
          01 YEAR-RPT-REC            PIC X(120).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-RECONRPT-STATUS      PIC XX.
          01 WS-CHGBRPT-STATUS       PIC XX.
          01 WS-RUNSTATS-STATUS      PIC XX.
          01 WS-RSARCH-STATUS        PIC XX.
          01 WS-RSKEEP-STATUS        PIC XX.
          01 WS-YEARARC-STATUS       PIC XX.
          01 WS-YEARRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-CLOSE-YEAR           PIC X(4).
          01 WS-YEAR-NUM             PIC 9(4).
          01 WS-ARG-WORD             PIC X(8).
          01 WS-ARG-YEAR             PIC X(8).

      * An archived RUNSTATS record, read through the same columns
      * RSTATREC declares for the live file.
          01 WS-ARCH-STATS.
            03 WS-AS-PROGRAM         PIC X(12).
            03 FILLER                PIC X(1).
            03 WS-AS-START           PIC X(14).
            03 FILLER                PIC X(16).
            03 WS-AS-READ            PIC 9(7).
            03 FILLER                PIC X(1).
            03 WS-AS-WRITTEN         PIC 9(7).
            03 FILLER                PIC X(1).
            03 WS-AS-ERRORS          PIC 9(7).
            03 FILLER                PIC X(54).

      * The run being tallied, whichever file it came from.
          01 WS-T-PROGRAM            PIC X(12).
          01 WS-T-READ               PIC 9(7).
          01 WS-T-WRITTEN            PIC 9(7).
          01 WS-T-ERRORS             PIC 9(7).

      * Where the scan of a monthly report stands: the year its own
      * dates put it in, and whether the section being read is one
      * whose lines are added into the year.
          01 WS-RPT-YEAR             PIC X(4).
          01 WS-SECTION              PIC X(1).
            88 IN-DAY-SECTION            VALUE "D".
            88 IN-COUNT-SECTION          VALUE "C".
          01 WS-RPT-IN-YEAR-SW       PIC X VALUE "N".
            88 REPORT-IN-YEAR            VALUE "Y".

          01 WS-RECON-MONTHS         PIC 9(3) VALUE 0.
          01 WS-CHGB-MONTHS          PIC 9(3) VALUE 0.
          01 WS-OTHER-YEAR-RPTS      PIC 9(3) VALUE 0.
          01 WS-UNDATED-RPTS         PIC 9(3) VALUE 0.
          01 WS-ROLLED-COUNT         PIC 9(9) VALUE 0.
          01 WS-CARRIED-COUNT        PIC 9(9) VALUE 0.

      * Fields UNSTRING splits a report line into, and the numeric
      * value PARSE-COUNT turns one of them into (zero if unreadable).
          01 WS-NAME-TEXT            PIC X(12).
          01 WS-TEXT-1               PIC X(12).
          01 WS-TEXT-2               PIC X(12).
          01 WS-TEXT-3               PIC X(12).
          01 WS-TEXT-4               PIC X(12).
          01 WS-TEXT-5               PIC X(12).
          01 WS-NUM-TEXT             PIC X(12).
          01 WS-NUM-VALUE            PIC 9(9).

      * One slot per program, found or added the same guarded
      * linear-search way CHGBACK-RPT keeps its departments.
          01 WS-PGM-USED             PIC 99 VALUE 0.
          01 WS-PGM-TABLE.
            03 WS-PGM-ENTRY OCCURS 30 TIMES.
              05 WS-PGM-NAME         PIC X(12).
              05 WS-PGM-OK           PIC 9(9).
              05 WS-PGM-FAIL         PIC 9(9).
              05 WS-PGM-RUNS         PIC 9(9).
              05 WS-PGM-READ         PIC 9(9).
              05 WS-PGM-WRITTEN      PIC 9(9).
              05 WS-PGM-ERRORS       PIC 9(9).
          01 WS-PGM-IDX              PIC 99.
          01 WS-CUR-PGM              PIC X(12).

          01 WS-DEPT-USED            PIC 99 VALUE 0.
          01 WS-DEPT-TABLE.
            03 WS-DEPT-ENTRY OCCURS 50 TIMES.
              05 WS-DEPT-CODE        PIC X(8).
              05 WS-DEPT-MONTHS      PIC 9(3).
              05 WS-DEPT-ITEMS       PIC 9(9).
              05 WS-DEPT-RUNS        PIC 9(9).
              05 WS-DEPT-READ        PIC 9(9).
              05 WS-DEPT-WRITTEN     PIC 9(9).
              05 WS-DEPT-ERRORS      PIC 9(9).
          01 WS-DEPT-IDX             PIC 99.
          01 WS-CUR-DEPT             PIC X(8).
          01 WS-OVERFLOW-SW          PIC X VALUE "N".
            88 TABLE-OVERFLOWED          VALUE "Y".

          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-COUNT-EDIT3          PIC Z(8)9.
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-RPT-TEXT             PIC X(80).
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

          COPY AUDCOM.
          COPY RETCODE.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           PERFORM SET-CLOSE-YEAR.
           PERFORM SCAN-RECON-REPORTS.
           PERFORM SCAN-CHGB-REPORTS.
           PERFORM SCAN-ARCHIVED-STATS.
           PERFORM ROLL-RUN-STATS.
           IF WS-RECON-MONTHS IS EQUAL TO 0
              DISPLAY "YEAR-CLOSE: no RECONRPT for " WS-CLOSE-YEAR
                 " - RUNSTATS not rolled over"
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
           END-IF.
           PERFORM WRITE-ANNUAL-REPORT.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          SET-CLOSE-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO WS-ARG-WORD WS-ARG-YEAR.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-ARG-WORD WS-ARG-YEAR
           END-UNSTRING.
           IF WS-ARG-WORD IS EQUAL TO "YEAR"
                 AND WS-ARG-YEAR (1:4) IS NUMERIC
                 AND WS-ARG-YEAR (5:4) IS EQUAL TO SPACES
              MOVE WS-ARG-YEAR (1:4) TO WS-CLOSE-YEAR
           ELSE IF WS-TIMESTAMP (5:2) IS EQUAL TO "12"
              MOVE WS-TIMESTAMP (1:4) TO WS-CLOSE-YEAR
           ELSE
              MOVE WS-TIMESTAMP (1:4) TO WS-YEAR-NUM
              SUBTRACT 1 FROM WS-YEAR-NUM
              MOVE WS-YEAR-NUM TO WS-CLOSE-YEAR
           END-IF.
           DISPLAY "YEAR-CLOSE: closing year " WS-CLOSE-YEAR.

      * RECONRPT: each generation opens with its title line, then the
      * BY DAY lines (the first one dates the report), then the BY
      * PROGRAM lines that are added in.
          SCAN-RECON-REPORTS.
           OPEN INPUT RECON-RPT-FILE.
           IF WS-RECONRPT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "YEAR-CLOSE: no RECONRPT generations to read"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ RECON-RPT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM SCAN-ONE-RECON-LINE
              END-READ
           END-PERFORM.
           CLOSE RECON-RPT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          SCAN-ONE-RECON-LINE.
           IF RECON-RPT-REC (1:31) IS EQUAL TO
                 "MONTH-END RECONCILIATION REPORT"
              MOVE SPACES TO WS-RPT-YEAR WS-SECTION
              MOVE "N" TO WS-RPT-IN-YEAR-SW
           ELSE IF RECON-RPT-REC (1:14) IS EQUAL TO "--- BY DAY ---"
              MOVE "D" TO WS-SECTION
           ELSE IF RECON-RPT-REC (1:18) IS EQUAL TO
                 "--- BY PROGRAM ---"
              MOVE "C" TO WS-SECTION
              PERFORM PLACE-REPORT-IN-YEAR
              IF REPORT-IN-YEAR
                 ADD 1 TO WS-RECON-MONTHS
              END-IF
           ELSE IF RECON-RPT-REC (1:3) IS EQUAL TO "---"
              MOVE SPACES TO WS-SECTION
           ELSE IF IN-DAY-SECTION
              IF WS-RPT-YEAR IS EQUAL TO SPACES
                    AND RECON-RPT-REC (1:8) IS NUMERIC
                 MOVE RECON-RPT-REC (1:4) TO WS-RPT-YEAR
              END-IF
           ELSE IF IN-COUNT-SECTION AND REPORT-IN-YEAR
              PERFORM ADD-RECON-PROGRAM-LINE
           END-IF.

          PLACE-REPORT-IN-YEAR.
           IF WS-RPT-YEAR IS EQUAL TO WS-CLOSE-YEAR
              MOVE "Y" TO WS-RPT-IN-YEAR-SW
           ELSE IF WS-RPT-YEAR IS EQUAL TO SPACES
              MOVE "N" TO WS-RPT-IN-YEAR-SW
              ADD 1 TO WS-UNDATED-RPTS
           ELSE
              MOVE "N" TO WS-RPT-IN-YEAR-SW
              ADD 1 TO WS-OTHER-YEAR-RPTS
           END-IF.

      * "FACTORIAL     OK=12  FAIL=0", as REPORT-PROGRAM-LINE in
      * RECON-RPT writes it.
          ADD-RECON-PROGRAM-LINE.
           MOVE SPACES TO WS-NAME-TEXT WS-TEXT-1 WS-TEXT-2.
           UNSTRING RECON-RPT-REC DELIMITED BY "  OK=" OR "  FAIL="
              INTO WS-NAME-TEXT WS-TEXT-1 WS-TEXT-2
           END-UNSTRING.
           IF WS-NAME-TEXT IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE WS-NAME-TEXT TO WS-CUR-PGM.
           PERFORM FIND-OR-ADD-PROGRAM.
           MOVE WS-TEXT-1 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-PGM-OK (WS-PGM-IDX).
           MOVE WS-TEXT-2 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-PGM-FAIL (WS-PGM-IDX).

      * CHGBRPT: title line, the PERIOD FROM line that dates it, then
      * the BY DEPARTMENT lines that are added in.
          SCAN-CHGB-REPORTS.
           OPEN INPUT CHGB-RPT-FILE.
           IF WS-CHGBRPT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "YEAR-CLOSE: no CHGBRPT generations to read"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ CHGB-RPT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM SCAN-ONE-CHGB-LINE
              END-READ
           END-PERFORM.
           CLOSE CHGB-RPT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          SCAN-ONE-CHGB-LINE.
           IF CHGB-RPT-REC (1:27) IS EQUAL TO
                 "MONTH-END CHARGEBACK REPORT"
              MOVE SPACES TO WS-RPT-YEAR WS-SECTION
              MOVE "N" TO WS-RPT-IN-YEAR-SW
           ELSE IF CHGB-RPT-REC (1:12) IS EQUAL TO "PERIOD FROM "
              MOVE CHGB-RPT-REC (13:4) TO WS-RPT-YEAR
           ELSE IF CHGB-RPT-REC (1:21) IS EQUAL TO
                 "--- BY DEPARTMENT ---"
              MOVE "C" TO WS-SECTION
              PERFORM PLACE-REPORT-IN-YEAR
              IF REPORT-IN-YEAR
                 ADD 1 TO WS-CHGB-MONTHS
              END-IF
           ELSE IF CHGB-RPT-REC (1:3) IS EQUAL TO "---"
              MOVE SPACES TO WS-SECTION
           ELSE IF IN-COUNT-SECTION AND REPORT-IN-YEAR
                 AND CHGB-RPT-REC IS NOT EQUAL TO "NO ACTIVITY ON FILE"
              PERFORM ADD-CHGB-DEPT-LINE
           END-IF.

      * "SALES    ITEMS=12 RUNS=3 READ=40 WRITTEN=40 ERRORS=0", as
      * WRITE-DEPT-LINE in CHGBACK-RPT writes it.
          ADD-CHGB-DEPT-LINE.
           MOVE SPACES TO WS-NAME-TEXT WS-TEXT-1 WS-TEXT-2 WS-TEXT-3
              WS-TEXT-4 WS-TEXT-5.
           UNSTRING CHGB-RPT-REC DELIMITED BY " ITEMS=" OR " RUNS="
              OR " READ=" OR " WRITTEN=" OR " ERRORS="
              INTO WS-NAME-TEXT WS-TEXT-1 WS-TEXT-2 WS-TEXT-3
                 WS-TEXT-4 WS-TEXT-5
           END-UNSTRING.
           IF WS-NAME-TEXT IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE WS-NAME-TEXT (1:8) TO WS-CUR-DEPT.
           PERFORM FIND-OR-ADD-DEPT.
           ADD 1 TO WS-DEPT-MONTHS (WS-DEPT-IDX).
           MOVE WS-TEXT-1 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-DEPT-ITEMS (WS-DEPT-IDX).
           MOVE WS-TEXT-2 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-DEPT-RUNS (WS-DEPT-IDX).
           MOVE WS-TEXT-3 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-DEPT-READ (WS-DEPT-IDX).
           MOVE WS-TEXT-4 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-DEPT-WRITTEN (WS-DEPT-IDX).
           MOVE WS-TEXT-5 TO WS-NUM-TEXT.
           PERFORM PARSE-COUNT.
           ADD WS-NUM-VALUE TO WS-DEPT-ERRORS (WS-DEPT-IDX).

          PARSE-COUNT.
           MOVE 0 TO WS-NUM-VALUE.
           IF WS-NUM-TEXT IS NOT EQUAL TO SPACES
                 AND FUNCTION TEST-NUMVAL(WS-NUM-TEXT) IS EQUAL TO 0
              COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-TEXT)
           END-IF.

      * Runs TRAIL-RETAIN has already aged off the live file still
      * count toward their year; no archive generation yet is fine.
          SCAN-ARCHIVED-STATS.
           OPEN INPUT RS-ARCH-FILE.
           IF WS-RSARCH-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ RS-ARCH-FILE INTO WS-ARCH-STATS
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF WS-AS-START (1:4) IS EQUAL TO WS-CLOSE-YEAR
                       MOVE WS-AS-PROGRAM TO WS-T-PROGRAM
                       MOVE WS-AS-READ TO WS-T-READ
                       MOVE WS-AS-WRITTEN TO WS-T-WRITTEN
                       MOVE WS-AS-ERRORS TO WS-T-ERRORS
                       PERFORM TALLY-ONE-RUN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RS-ARCH-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * The live file is tallied and split in one pass. A record whose
      * start date does not read as a date stays live.
          ROLL-RUN-STATS.
           OPEN OUTPUT RS-KEEP-FILE YEAR-ARC-FILE.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "YEAR-CLOSE: no RUNSTATS to roll over"
              CLOSE RS-KEEP-FILE YEAR-ARC-FILE
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ RUN-STATS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM ROLL-ONE-RUN
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE RS-KEEP-FILE YEAR-ARC-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          ROLL-ONE-RUN.
           IF RS-START (1:4) IS EQUAL TO WS-CLOSE-YEAR
              MOVE RS-PROGRAM TO WS-T-PROGRAM
              MOVE RS-READ TO WS-T-READ
              MOVE RS-WRITTEN TO WS-T-WRITTEN
              MOVE RS-ERRORS TO WS-T-ERRORS
              PERFORM TALLY-ONE-RUN
           END-IF.
           IF RS-START (1:8) IS NUMERIC
                 AND RS-START (1:4) NOT GREATER THAN WS-CLOSE-YEAR
              MOVE RUN-STATS-REC TO YEAR-ARC-REC
              WRITE YEAR-ARC-REC
              ADD 1 TO WS-ROLLED-COUNT
           ELSE
              MOVE RUN-STATS-REC TO RS-KEEP-REC
              WRITE RS-KEEP-REC
              ADD 1 TO WS-CARRIED-COUNT
           END-IF.

          TALLY-ONE-RUN.
           MOVE WS-T-PROGRAM TO WS-CUR-PGM.
           PERFORM FIND-OR-ADD-PROGRAM.
           ADD 1 TO WS-PGM-RUNS (WS-PGM-IDX).
           IF WS-T-READ IS NUMERIC
              ADD WS-T-READ TO WS-PGM-READ (WS-PGM-IDX)
           END-IF.
           IF WS-T-WRITTEN IS NUMERIC
              ADD WS-T-WRITTEN TO WS-PGM-WRITTEN (WS-PGM-IDX)
           END-IF.
           IF WS-T-ERRORS IS NUMERIC
              ADD WS-T-ERRORS TO WS-PGM-ERRORS (WS-PGM-IDX)
           END-IF.

          FIND-OR-ADD-PROGRAM.
           MOVE 0 TO WS-PGM-IDX.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                    UNTIL WS-PGM-IDX > WS-PGM-USED
              IF WS-PGM-NAME (WS-PGM-IDX) IS EQUAL TO WS-CUR-PGM
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PGM-IDX > WS-PGM-USED
              IF WS-PGM-USED < 30
                 ADD 1 TO WS-PGM-USED
                 MOVE WS-PGM-USED TO WS-PGM-IDX
                 MOVE WS-CUR-PGM TO WS-PGM-NAME (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-OK (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-FAIL (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-RUNS (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-READ (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-WRITTEN (WS-PGM-IDX)
                 MOVE 0 TO WS-PGM-ERRORS (WS-PGM-IDX)
              ELSE
                 PERFORM WARN-TABLE-OVERFLOW
                 MOVE WS-PGM-USED TO WS-PGM-IDX
              END-IF
           END-IF.

          FIND-OR-ADD-DEPT.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-USED
              IF WS-DEPT-CODE (WS-DEPT-IDX) IS EQUAL TO WS-CUR-DEPT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEPT-IDX > WS-DEPT-USED
              IF WS-DEPT-USED < 50
                 ADD 1 TO WS-DEPT-USED
                 MOVE WS-DEPT-USED TO WS-DEPT-IDX
                 MOVE WS-CUR-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-MONTHS (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-ITEMS (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-RUNS (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-READ (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-WRITTEN (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-ERRORS (WS-DEPT-IDX)
              ELSE
                 PERFORM WARN-TABLE-OVERFLOW
                 MOVE WS-DEPT-USED TO WS-DEPT-IDX
              END-IF
           END-IF.

      * A full table almost certainly means a corrupted input; extras
      * are lumped into the last slot and flagged once.
          WARN-TABLE-OVERFLOW.
           IF NOT TABLE-OVERFLOWED
              DISPLAY "Warning: program or department table full,"
                 " extras merged into last slot"
              MOVE "Y" TO WS-OVERFLOW-SW
           END-IF.

      * Writes the same report to the console and to YEARRPT, the
      * same pairing the month-end reports use.
          WRITE-ANNUAL-REPORT.
           OPEN OUTPUT YEAR-RPT-FILE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "YEAR-END ANNUAL SUMMARY FOR " DELIMITED BY SIZE
                WS-CLOSE-YEAR DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO YEAR-RPT-REC.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-RECON-MONTHS TO WS-COUNT-EDIT.
           MOVE WS-CHGB-MONTHS TO WS-COUNT-EDIT2.
           STRING "MONTHLY REPORTS USED: RECONRPT=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " CHGBRPT=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-OTHER-YEAR-RPTS TO WS-COUNT-EDIT.
           MOVE WS-UNDATED-RPTS TO WS-COUNT-EDIT2.
           STRING "  SKIPPED: OTHER YEAR=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " UNDATED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           DISPLAY FUNCTION TRIM(YEAR-RPT-REC).
           WRITE YEAR-RPT-REC.

           MOVE "--- BY PROGRAM ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                    UNTIL WS-PGM-IDX > WS-PGM-USED
              PERFORM WRITE-PROGRAM-LINE
           END-PERFORM.
           MOVE "--- BY DEPARTMENT ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-USED
              PERFORM WRITE-DEPT-LINE
           END-PERFORM.

           MOVE "--- RUNSTATS ROLLOVER ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           IF WS-FINAL-RC IS NOT EQUAL TO RC-SUCCESS
              MOVE "NO RECONRPT FOR THE YEAR - NOTHING ROLLED OVER"
                 TO WS-RPT-TEXT
              PERFORM REPORT-LINE
           ELSE
              MOVE SPACES TO WS-RPT-TEXT
              MOVE WS-ROLLED-COUNT TO WS-COUNT-EDIT
              MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT2
              STRING "RECORDS TO YEAR ARCHIVE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " CARRIED FORWARD=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-IF.
           CLOSE YEAR-RPT-FILE.

          WRITE-PROGRAM-LINE.
           MOVE SPACES TO YEAR-RPT-REC.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-PGM-OK (WS-PGM-IDX) TO WS-COUNT-EDIT.
           MOVE WS-PGM-FAIL (WS-PGM-IDX) TO WS-COUNT-EDIT2.
           MOVE WS-PGM-RUNS (WS-PGM-IDX) TO WS-COUNT-EDIT3.
           STRING WS-PGM-NAME (WS-PGM-IDX) DELIMITED BY SIZE
                " OK=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " FAIL=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " RUNS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-PGM-READ (WS-PGM-IDX) TO WS-COUNT-EDIT.
           MOVE WS-PGM-WRITTEN (WS-PGM-IDX) TO WS-COUNT-EDIT2.
           MOVE WS-PGM-ERRORS (WS-PGM-IDX) TO WS-COUNT-EDIT3.
           STRING " READ=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " WRITTEN=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " ERRORS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           DISPLAY FUNCTION TRIM(YEAR-RPT-REC).
           WRITE YEAR-RPT-REC.

          WRITE-DEPT-LINE.
           MOVE SPACES TO YEAR-RPT-REC.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-DEPT-MONTHS (WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DEPT-ITEMS (WS-DEPT-IDX) TO WS-COUNT-EDIT2.
           MOVE WS-DEPT-RUNS (WS-DEPT-IDX) TO WS-COUNT-EDIT3.
           STRING WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                " MONTHS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ITEMS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " RUNS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-DEPT-READ (WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DEPT-WRITTEN (WS-DEPT-IDX) TO WS-COUNT-EDIT2.
           MOVE WS-DEPT-ERRORS (WS-DEPT-IDX) TO WS-COUNT-EDIT3.
           STRING " READ=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " WRITTEN=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " ERRORS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO YEAR-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           DISPLAY FUNCTION TRIM(YEAR-RPT-REC).
           WRITE YEAR-RPT-REC.

          REPORT-LINE.
           MOVE SPACES TO YEAR-RPT-REC.
           MOVE WS-RPT-TEXT TO YEAR-RPT-REC.
           DISPLAY FUNCTION TRIM(YEAR-RPT-REC).
           WRITE YEAR-RPT-REC.

          WRITE-RUN-SUMMARY.
           MOVE "YEAR-CLOSE" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING "YEAR " DELIMITED BY SIZE
                WS-CLOSE-YEAR DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-FINAL-RC IS EQUAL TO RC-SUCCESS
              MOVE WS-ROLLED-COUNT TO WS-COUNT-EDIT
              MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT2
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ROLLED, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " CARRIED" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           ELSE
              MOVE "NO RECONRPT FOR YEAR" TO WS-AUDIT-RESULT
           END-IF.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
