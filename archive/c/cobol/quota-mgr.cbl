        IDENTIFICATION DIVISION.
        PROGRAM-ID. QUOTA-MGR.

      * Department quota ledger and held-work release. CHGBACK-RPT
      * tells a department at month end what it used; by then one
      * department's runaway feed has already eaten the window the
      * others share. The QUOTAS member gives each NUMDEPT code a
      * monthly allowance of records per utility, one line each:
      *   <dept> <utility> <allowance>
      * with the utility by its PROGRAM-ID (FACTORIAL, EVEN-ODD,
      * FIBONACCI, COLLATZ, GCD-LCM) and "*" lines as comments; a
      * department and utility with no line has no allowance.
      * WORK-INTAKE holds a department's new requests on HELDQ once
      * it is over; this program keeps the ledger that decision is
      * made from, reports it, and lets operations release.
      *
      *   LEDGER (the default) - run nightly after the intake:
      *     month-to-date usage per department and utility is the
      *     RUNSTATS records read by runs made under that
      *     department's NUMDEPT code, plus the requests WORK-INTAKE
      *     dealt for it (its DEALT lines on AUDITLOG, each stamped
      *     with the request's department). Night runs carry no
      *     department of their own (UNASGN) and are not counted
      *     again - the requests feeding them already were. Held
      *     volumes are counted off HELDQ. Writes the QUOTALDG
      *     ledger generation (QUOTAREC.CPY) WORK-INTAKE reads the
      *     next night, and the QUOTARPT daily status report: each
      *     department's allowance, used, remaining and held per
      *     utility, marked NEAR at CFG-QUOTA-NEAR-PCT of the
      *     allowance and OVER once it is used up.
      *   RELEASE <dept> [<utility>] - moves the department's held
      *     requests (for the one utility, or all of them) off HELDQ
      *     onto RELEASEQ, which WORK-INTAKE deals first the next
      *     night without the quota test. Releasing is an operations
      *     decision, so the OPER-AUTH gate runs first and stamps the
      *     operator and decision on AUDITLOG.
      *
      * RETURN-CODE for LEDGER is 0, or 4 when any department is
      * over an allowance or has work held; 12 when the ledger
      * cannot be written. RELEASE ends 4 when nothing matched or
      * the operator is refused, 12 when HELDQ is too large to be
      * rewritten safely.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT QUOTA-PARM-FILE ASSIGN TO "QUOTAS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTAS-STATUS.
          SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTATS-STATUS.
          SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDITLOG-STATUS.
          SELECT HELD-QUEUE-FILE ASSIGN TO "HELDQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELDQ-STATUS.
          SELECT RELEASE-QUEUE-FILE ASSIGN TO "RELEASEQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELEASEQ-STATUS.
          SELECT QUOTA-LEDGER-FILE ASSIGN TO "QUOTALDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
          SELECT QUOTA-RPT-FILE ASSIGN TO "QUOTARPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTARPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD QUOTA-PARM-FILE.
          01 QUOTA-PARM-REC          PIC X(80).

          FD RUN-STATS-FILE.
          COPY RSTATREC.

          FD AUDIT-FILE.
          COPY AUDREC.

          FD HELD-QUEUE-FILE.
          01 HELD-QUEUE-LINE         PIC X(76).

          FD RELEASE-QUEUE-FILE.
          01 RELEASE-QUEUE-LINE      PIC X(76).

          FD QUOTA-LEDGER-FILE.
          COPY QUOTAREC.

          FD QUOTA-RPT-FILE.
          01 QUOTA-RPT-REC           PIC X(100).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-MODE-TOKEN           PIC X(10).
          01 WS-DEPT-TOKEN           PIC X(10).
          01 WS-UTILITY-TOKEN        PIC X(12).

          01 WS-QUOTAS-STATUS        PIC XX.
          01 WS-RUNSTATS-STATUS      PIC XX.
          01 WS-AUDITLOG-STATUS      PIC XX.
          01 WS-HELDQ-STATUS         PIC XX.
          01 WS-RELEASEQ-STATUS      PIC XX.
          01 WS-LEDGER-STATUS        PIC XX.
          01 WS-QUOTARPT-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".

          01 WS-RUN-MONTH            PIC X(6).
          01 WS-AUTH-MODE            PIC X(10).
          01 WS-AUTH-DECISION        PIC X(1).

      * The request line as it sits on HELDQ and RELEASEQ.
          COPY WRKQREC.

      * One slot per department and utility - every QUOTAS line
      * first, then any pair found with usage or held work and no
      * allowance. The same guarded linear table shape CHGBACK-RPT
      * keeps per department.
          01 WS-LDG-USED             PIC 9(3) VALUE 0.
          01 WS-LDG-TABLE.
            03 WS-LDG-ENTRY OCCURS 500 TIMES.
              05 WS-LDG-DEPT         PIC X(8).
              05 WS-LDG-UTILITY      PIC X(10).
              05 WS-LDG-LIMITED      PIC X(1).
              05 WS-LDG-ALLOWANCE    PIC 9(9).
              05 WS-LDG-MTD          PIC 9(9).
              05 WS-LDG-HELD         PIC 9(7).
          01 WS-LDG-IDX              PIC 9(3).
          01 WS-LDG-FOUND-IDX        PIC 9(3).
          01 WS-LDG-OVERFLOW-SW      PIC X VALUE "N".
            88 LDG-TABLE-OVERFLOWED      VALUE "Y".
          01 WS-FIND-DEPT            PIC X(8).
          01 WS-FIND-UTILITY         PIC X(10).

      * QUOTAS lines that did not parse, listed on the report.
          01 WS-BAD-USED             PIC 9(2) VALUE 0.
          01 WS-BAD-TABLE.
            03 WS-BAD-LINE OCCURS 50 TIMES PIC X(80).
          01 WS-BAD-IDX              PIC 9(2).

      * Held requests loaded for a RELEASE, so HELDQ can be
      * rewritten without the released ones.
          01 WS-HELD-USED            PIC 9(4) VALUE 0.
          01 WS-HELD-TABLE.
            03 WS-HELD-LINE OCCURS 2000 TIMES PIC X(76).
          01 WS-HELD-IDX             PIC 9(4).
          01 WS-HELD-OVERFLOW-SW     PIC X VALUE "N".
            88 HELD-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-RELEASE-SW           PIC X.
            88 RELEASE-THIS-LINE         VALUE "Y".

          01 WS-TOKEN-1              PIC X(14).
          01 WS-TOKEN-2              PIC X(14).
          01 WS-TOKEN-3              PIC X(14).
          01 WS-TOKEN-4              PIC X(14).
          01 WS-REMAINING            PIC 9(9).
          01 WS-NEAR-MARK            PIC 9(11).
          01 WS-STATUS-TEXT          PIC X(8).

          01 WS-RUNSTATS-COUNTED     PIC 9(7) VALUE 0.
          01 WS-DEALT-COUNTED        PIC 9(7) VALUE 0.
          01 WS-OVER-CNT             PIC 9(5) VALUE 0.
          01 WS-NEAR-CNT             PIC 9(5) VALUE 0.
          01 WS-TOTAL-USED           PIC 9(9) VALUE 0.
          01 WS-TOTAL-HELD           PIC 9(7) VALUE 0.
          01 WS-RELEASED-CNT         PIC 9(7) VALUE 0.
          01 WS-KEPT-CNT             PIC 9(7) VALUE 0.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-VOL-EDIT             PIC Z(8)9.
          01 WS-VOL-EDIT2            PIC Z(8)9.
          01 WS-VOL-EDIT3            PIC Z(8)9.
          01 WS-ALLOW-TEXT           PIC X(9).
          01 WS-REMAIN-TEXT          PIC X(9).

          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for QUOTARPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(100).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           MOVE "QUOTA-MGR" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-RUN-MONTH.
           MOVE SPACES TO WS-MODE-TOKEN WS-DEPT-TOKEN
              WS-UTILITY-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-MODE-TOKEN WS-DEPT-TOKEN WS-UTILITY-TOKEN
           END-UNSTRING.
           INSPECT WS-MODE-TOKEN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-MODE-TOKEN
              WHEN SPACES
              WHEN "LEDGER"
                 PERFORM LEDGER-MODE
              WHEN "RELEASE"
                 PERFORM RELEASE-MODE
              WHEN OTHER
                 PERFORM USAGE-ERROR
           END-EVALUATE.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          USAGE-ERROR.
           DISPLAY "Usage: quota-mgr [LEDGER]"
              " | RELEASE <dept> [<utility>]".
           MOVE "INVALID PARAMETERS" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------
      * LEDGER: rebuild the month's usage from scratch each night,
      * so a rerun, a restored RUNSTATS or a late AUDITLOG line
      * never leaves the ledger counting something twice.
      *-----------------------------------------------------------
          LEDGER-MODE.
           PERFORM LOAD-QUOTAS.
           PERFORM COUNT-RUNSTATS-USAGE.
           PERFORM COUNT-DEALT-REQUESTS.
           PERFORM COUNT-HELD-WORK.
           PERFORM WRITE-LEDGER.
           IF WS-FINAL-RC = RC-SELF-CHECK-FAILED
              EXIT PARAGRAPH.
           OPEN OUTPUT QUOTA-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-QUOTA-STATUS.
           PERFORM REPORT-HELD-WORK.
           PERFORM REPORT-BAD-LINES.
           PERFORM WRITE-TOTALS.
           CLOSE QUOTA-RPT-FILE.
           IF WS-OVER-CNT > 0 OR WS-TOTAL-HELD > 0
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           END-IF.
           MOVE WS-OVER-CNT TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING "LEDGER " DELIMITED BY SIZE
                WS-RUN-MONTH DELIMITED BY SIZE
                " OVER=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " HELD=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.

      * The same line shape WORK-INTAKE reads; a line that does not
      * parse is kept for the report rather than guessed at.
          LOAD-QUOTAS.
           OPEN INPUT QUOTA-PARM-FILE.
           IF WS-QUOTAS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No QUOTAS member - no allowances in force."
              EXIT PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ QUOTA-PARM-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-ONE-QUOTA
              END-READ
           END-PERFORM.
           CLOSE QUOTA-PARM-FILE.

          LOAD-ONE-QUOTA.
           IF QUOTA-PARM-REC (1:1) IS EQUAL TO "*"
                 OR QUOTA-PARM-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
              WS-TOKEN-4.
           UNSTRING FUNCTION TRIM(QUOTA-PARM-REC)
              DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
           END-UNSTRING.
           IF WS-TOKEN-1 (9:6) IS NOT EQUAL TO SPACES
                 OR WS-TOKEN-3 IS EQUAL TO SPACES
                 OR WS-TOKEN-4 IS NOT EQUAL TO SPACES
                 OR FUNCTION TEST-NUMVAL(WS-TOKEN-3) IS NOT EQUAL
                 TO 0
              PERFORM NOTE-BAD-LINE
              EXIT PARAGRAPH.
           IF WS-TOKEN-2 IS NOT EQUAL TO "FACTORIAL"
                 AND "EVEN-ODD" AND "FIBONACCI" AND "COLLATZ"
                 AND "GCD-LCM"
              PERFORM NOTE-BAD-LINE
              EXIT PARAGRAPH.
           MOVE WS-TOKEN-1 TO WS-FIND-DEPT.
           MOVE WS-TOKEN-2 TO WS-FIND-UTILITY.
           PERFORM FIND-LEDGER-SLOT.
           IF WS-LDG-FOUND-IDX = 0
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-LDG-LIMITED (WS-LDG-FOUND-IDX).
           COMPUTE WS-LDG-ALLOWANCE (WS-LDG-FOUND-IDX) =
              FUNCTION NUMVAL(WS-TOKEN-3).

          NOTE-BAD-LINE.
           DISPLAY "QUOTAS line ignored: "
              FUNCTION TRIM(QUOTA-PARM-REC).
           IF WS-BAD-USED < 50
              ADD 1 TO WS-BAD-USED
              MOVE QUOTA-PARM-REC TO WS-BAD-LINE (WS-BAD-USED)
           END-IF.

      * Runs made under a department's own NUMDEPT code this month,
      * for one of the quota'd utilities, by the records they read.
          COUNT-RUNSTATS-USAGE.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No RUNSTATS file - run volumes not counted."
              EXIT PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ RUN-STATS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM COUNT-ONE-RUN
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

          COUNT-ONE-RUN.
           IF RS-START (1:6) IS NOT EQUAL TO WS-RUN-MONTH
                 OR RS-DEPT IS EQUAL TO SPACES
                 OR RS-DEPT IS EQUAL TO "UNASGN"
              EXIT PARAGRAPH.
           IF RS-PROGRAM IS NOT EQUAL TO "FACTORIAL"
                 AND "EVEN-ODD" AND "FIBONACCI" AND "COLLATZ"
                 AND "GCD-LCM"
              EXIT PARAGRAPH.
           IF RS-READ IS NOT NUMERIC
              EXIT PARAGRAPH.
           MOVE RS-DEPT TO WS-FIND-DEPT.
           MOVE RS-PROGRAM TO WS-FIND-UTILITY.
           PERFORM FIND-LEDGER-SLOT.
           IF WS-LDG-FOUND-IDX = 0
              EXIT PARAGRAPH.
           ADD RS-READ TO WS-LDG-MTD (WS-LDG-FOUND-IDX).
           ADD 1 TO WS-RUNSTATS-COUNTED.

      * WORK-INTAKE's per-request DEALT lines this month: the
      * department is the line's own DEPT stamp, the utility the
      * first word of its input.
          COUNT-DEALT-REQUESTS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDITLOG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No AUDITLOG trail - dealt requests not"
                 " counted."
              EXIT PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM COUNT-ONE-DEALT-LINE
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

          COUNT-ONE-DEALT-LINE.
           IF AU-PROGRAM IS NOT EQUAL TO "WORK-INTAKE"
                 OR AU-RESULT (1:6) IS NOT EQUAL TO "DEALT "
                 OR AU-TIMESTAMP (1:6) IS NOT EQUAL TO WS-RUN-MONTH
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-TOKEN-1.
           UNSTRING AU-INPUT DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1
           END-UNSTRING.
           MOVE AU-DEPT TO WS-FIND-DEPT.
           MOVE WS-TOKEN-1 TO WS-FIND-UTILITY.
           PERFORM FIND-LEDGER-SLOT.
           IF WS-LDG-FOUND-IDX = 0
              EXIT PARAGRAPH.
           ADD 1 TO WS-LDG-MTD (WS-LDG-FOUND-IDX).
           ADD 1 TO WS-DEALT-COUNTED.

          COUNT-HELD-WORK.
           OPEN INPUT HELD-QUEUE-FILE.
           IF WS-HELDQ-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ HELD-QUEUE-FILE INTO WORK-QUEUE-REC
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM COUNT-ONE-HELD-LINE
              END-READ
           END-PERFORM.
           CLOSE HELD-QUEUE-FILE.

          COUNT-ONE-HELD-LINE.
           IF WORK-QUEUE-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE WQ-DEPT TO WS-FIND-DEPT.
           IF WS-FIND-DEPT IS EQUAL TO SPACES
              MOVE "UNASGN" TO WS-FIND-DEPT
           END-IF.
           MOVE WQ-UTILITY TO WS-FIND-UTILITY.
           PERFORM FIND-LEDGER-SLOT.
           IF WS-LDG-FOUND-IDX = 0
              EXIT PARAGRAPH.
           ADD 1 TO WS-LDG-HELD (WS-LDG-FOUND-IDX).

      * Finds (or adds) the WS-FIND-DEPT / WS-FIND-UTILITY slot;
      * zero in WS-LDG-FOUND-IDX when the table is full.
          FIND-LEDGER-SLOT.
           MOVE 0 TO WS-LDG-FOUND-IDX.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                    UNTIL WS-LDG-IDX > WS-LDG-USED
              IF WS-LDG-DEPT (WS-LDG-IDX) IS EQUAL TO WS-FIND-DEPT
                    AND WS-LDG-UTILITY (WS-LDG-IDX) IS EQUAL TO
                    WS-FIND-UTILITY
                 MOVE WS-LDG-IDX TO WS-LDG-FOUND-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-LDG-FOUND-IDX > 0
              EXIT PARAGRAPH.
           IF WS-LDG-USED >= 500
              IF NOT LDG-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 500 department/utility"
                    " pairs, the rest are not counted"
                 MOVE "Y" TO WS-LDG-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH.
           ADD 1 TO WS-LDG-USED.
           MOVE WS-LDG-USED TO WS-LDG-FOUND-IDX.
           MOVE WS-FIND-DEPT TO WS-LDG-DEPT (WS-LDG-USED).
           MOVE WS-FIND-UTILITY TO WS-LDG-UTILITY (WS-LDG-USED).
           MOVE "N" TO WS-LDG-LIMITED (WS-LDG-USED).
           MOVE 0 TO WS-LDG-ALLOWANCE (WS-LDG-USED)
              WS-LDG-MTD (WS-LDG-USED) WS-LDG-HELD (WS-LDG-USED).

          WRITE-LEDGER.
           OPEN OUTPUT QUOTA-LEDGER-FILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Quota ledger cannot be written."
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              MOVE "QUOTALDG NOT WRITTEN" TO WS-AUDIT-RESULT
              MOVE WS-FINAL-RC TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              EXIT PARAGRAPH.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                    UNTIL WS-LDG-IDX > WS-LDG-USED
              MOVE SPACES TO QUOTA-LEDGER-REC
              MOVE WS-RUN-MONTH TO QL-MONTH
              MOVE WS-LDG-DEPT (WS-LDG-IDX) TO QL-DEPT
              MOVE WS-LDG-UTILITY (WS-LDG-IDX) TO QL-UTILITY
              MOVE WS-LDG-LIMITED (WS-LDG-IDX) TO QL-LIMITED
              MOVE WS-LDG-ALLOWANCE (WS-LDG-IDX) TO QL-ALLOWANCE
              MOVE WS-LDG-MTD (WS-LDG-IDX) TO QL-USED
              MOVE WS-LDG-HELD (WS-LDG-IDX) TO QL-HELD
              WRITE QUOTA-LEDGER-REC
           END-PERFORM.
           CLOSE QUOTA-LEDGER-FILE.

          REPORT-QUOTA-STATUS.
           MOVE "--- QUOTA STATUS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-LDG-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEPT     UTILITY    " DELIMITED BY SIZE
                "ALLOWANCE      USED REMAINING    HELD  STATUS"
                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                    UNTIL WS-LDG-IDX > WS-LDG-USED
              PERFORM WRITE-STATUS-LINE
           END-PERFORM.

      * OVER once the allowance is used up (further work is held),
      * NEAR from CFG-QUOTA-NEAR-PCT of it, NO QUOTA where the
      * department has no allowance for the utility.
          WRITE-STATUS-LINE.
           ADD WS-LDG-MTD (WS-LDG-IDX) TO WS-TOTAL-USED.
           ADD WS-LDG-HELD (WS-LDG-IDX) TO WS-TOTAL-HELD.
           MOVE WS-LDG-MTD (WS-LDG-IDX) TO WS-VOL-EDIT2.
           MOVE WS-LDG-HELD (WS-LDG-IDX) TO WS-COUNT-EDIT.
           IF WS-LDG-LIMITED (WS-LDG-IDX) IS NOT EQUAL TO "Y"
              MOVE "     NONE" TO WS-ALLOW-TEXT
              MOVE SPACES TO WS-REMAIN-TEXT
              MOVE "NO QUOTA" TO WS-STATUS-TEXT
           ELSE
              MOVE WS-LDG-ALLOWANCE (WS-LDG-IDX) TO WS-VOL-EDIT
              MOVE WS-VOL-EDIT TO WS-ALLOW-TEXT
              IF WS-LDG-MTD (WS-LDG-IDX) >=
                    WS-LDG-ALLOWANCE (WS-LDG-IDX)
                 MOVE 0 TO WS-REMAINING
              ELSE
                 COMPUTE WS-REMAINING = WS-LDG-ALLOWANCE (WS-LDG-IDX)
                    - WS-LDG-MTD (WS-LDG-IDX)
              END-IF
              MOVE WS-REMAINING TO WS-VOL-EDIT3
              MOVE WS-VOL-EDIT3 TO WS-REMAIN-TEXT
              COMPUTE WS-NEAR-MARK = WS-LDG-ALLOWANCE (WS-LDG-IDX)
                 * CFG-QUOTA-NEAR-PCT
              IF WS-LDG-MTD (WS-LDG-IDX) >=
                    WS-LDG-ALLOWANCE (WS-LDG-IDX)
                 MOVE "OVER" TO WS-STATUS-TEXT
                 ADD 1 TO WS-OVER-CNT
              ELSE IF WS-LDG-MTD (WS-LDG-IDX) * 100 >= WS-NEAR-MARK
                 MOVE "NEAR" TO WS-STATUS-TEXT
                 ADD 1 TO WS-NEAR-CNT
              ELSE
                 MOVE "OK" TO WS-STATUS-TEXT
              END-IF
              END-IF
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-LDG-DEPT (WS-LDG-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-LDG-UTILITY (WS-LDG-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-ALLOW-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-VOL-EDIT2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-REMAIN-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-COUNT-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-STATUS-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Held work per department, with the release command that
      * puts it back through intake.
          REPORT-HELD-WORK.
           MOVE "--- HELD WORK AWAITING RELEASE ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-TOTAL-HELD = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
                    UNTIL WS-LDG-IDX > WS-LDG-USED
              IF WS-LDG-HELD (WS-LDG-IDX) > 0
                 MOVE WS-LDG-HELD (WS-LDG-IDX) TO WS-COUNT-EDIT
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING WS-LDG-DEPT (WS-LDG-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LDG-UTILITY (WS-LDG-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-EDIT DELIMITED BY SIZE
                      " HELD  RELEASE WITH: RELEASE " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LDG-DEPT (WS-LDG-IDX))
                         DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LDG-UTILITY (WS-LDG-IDX))
                         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM EMIT-LINE
              END-IF
           END-PERFORM.

          REPORT-BAD-LINES.
           MOVE "--- QUOTAS LINES IGNORED ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-BAD-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
                    UNTIL WS-BAD-IDX > WS-BAD-USED
              MOVE WS-BAD-LINE (WS-BAD-IDX) TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-PERFORM.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-TOTAL-USED TO WS-VOL-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS USED THIS MONTH:  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-VOL-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-RUNSTATS-COUNTED TO WS-COUNT-EDIT.
           MOVE WS-DEALT-COUNTED TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  FROM RUNSTATS RUNS:     " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  DEALT REQUESTS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "REQUESTS HELD:            " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-OVER-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALLOWANCES USED UP:       " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-NEAR-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ALLOWANCES NEAR LIMIT:    " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      *-----------------------------------------------------------
      * RELEASE: the department's held lines go to RELEASEQ, the
      * rest are written back to HELDQ. The whole of HELDQ is held
      * in storage first, so a HELDQ too big for the table is
      * refused outright rather than rewritten short.
      *-----------------------------------------------------------
          RELEASE-MODE.
           MOVE "RELEASE" TO WS-AUTH-MODE.
           CALL "OPER-AUTH" USING WS-AUDIT-PROGRAM WS-AUTH-MODE
              WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "RELEASE denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              EXIT PARAGRAPH.
           IF WS-DEPT-TOKEN IS EQUAL TO SPACES
                 OR WS-DEPT-TOKEN (9:2) IS NOT EQUAL TO SPACES
                 OR WS-UTILITY-TOKEN (11:2) IS NOT EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.
           INSPECT WS-UTILITY-TOKEN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT HELD-QUEUE-FILE.
           IF WS-HELDQ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No HELDQ held dataset - nothing to release."
              MOVE "NO HELDQ" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              EXIT PARAGRAPH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ HELD-QUEUE-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-HELD-LINE
              END-READ
           END-PERFORM.
           CLOSE HELD-QUEUE-FILE.
           IF HELD-TABLE-OVERFLOWED
              DISPLAY "HELDQ holds more than 2000 requests -"
                 " not rewritten; nothing released."
              MOVE "HELDQ TOO LARGE" TO WS-AUDIT-RESULT
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              EXIT PARAGRAPH.

           OPEN EXTEND RELEASE-QUEUE-FILE.
           IF WS-RELEASEQ-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT RELEASE-QUEUE-FILE
              CLOSE RELEASE-QUEUE-FILE
              OPEN EXTEND RELEASE-QUEUE-FILE
           END-IF.
           IF WS-RELEASEQ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "RELEASEQ cannot be written - nothing released."
              MOVE "RELEASEQ NOT WRITTEN" TO WS-AUDIT-RESULT
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              EXIT PARAGRAPH.
           OPEN OUTPUT HELD-QUEUE-FILE.
           IF WS-HELDQ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "HELDQ cannot be rewritten - nothing released."
              CLOSE RELEASE-QUEUE-FILE
              MOVE "HELDQ NOT REWRITTEN" TO WS-AUDIT-RESULT
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              MOVE WS-FINAL-RC TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              EXIT PARAGRAPH.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                    UNTIL WS-HELD-IDX > WS-HELD-USED
              PERFORM RELEASE-OR-KEEP
           END-PERFORM.
           CLOSE HELD-QUEUE-FILE RELEASE-QUEUE-FILE.

           MOVE WS-RELEASED-CNT TO WS-COUNT-EDIT.
           MOVE WS-KEPT-CNT TO WS-COUNT-EDIT2.
           DISPLAY "Requests released: " FUNCTION TRIM(WS-COUNT-EDIT)
              "  still held: " FUNCTION TRIM(WS-COUNT-EDIT2).
           IF WS-RELEASED-CNT = 0
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           END-IF.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " RELEASED, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " STILL HELD" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.

          LOAD-HELD-LINE.
           IF HELD-QUEUE-LINE IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF WS-HELD-USED >= 2000
              MOVE "Y" TO WS-HELD-OVERFLOW-SW
              EXIT PARAGRAPH.
           ADD 1 TO WS-HELD-USED.
           MOVE HELD-QUEUE-LINE TO WS-HELD-LINE (WS-HELD-USED).

          RELEASE-OR-KEEP.
           MOVE WS-HELD-LINE (WS-HELD-IDX) TO WORK-QUEUE-REC.
           MOVE "N" TO WS-RELEASE-SW.
           MOVE WQ-DEPT TO WS-FIND-DEPT.
           IF WS-FIND-DEPT IS EQUAL TO SPACES
              MOVE "UNASGN" TO WS-FIND-DEPT
           END-IF.
           IF WS-FIND-DEPT IS EQUAL TO WS-DEPT-TOKEN
              IF WS-UTILITY-TOKEN IS EQUAL TO SPACES
                    OR WQ-UTILITY IS EQUAL TO WS-UTILITY-TOKEN
                 MOVE "Y" TO WS-RELEASE-SW
              END-IF
           END-IF.
           IF RELEASE-THIS-LINE
              WRITE RELEASE-QUEUE-LINE FROM WORK-QUEUE-REC
              ADD 1 TO WS-RELEASED-CNT
           ELSE
              WRITE HELD-QUEUE-LINE FROM WORK-QUEUE-REC
              ADD 1 TO WS-KEPT-CNT
           END-IF.

          WRITE-AUDIT.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through QUOTA-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO QUOTA-RPT-REC.
           WRITE QUOTA-RPT-REC.
           ADD 1 TO WS-PAGE-LINE-CNT.

      * Standard report banner written at the start of the run and
      * again every CFG-PAGE-SIZE lines thereafter, the same shape
      * the other shop reports use.
          WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-HDR-TIMESTAMP.
           STRING WS-HDR-TIMESTAMP (5:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (7:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (1:4) DELIMITED BY SIZE
                INTO WS-HDR-DATE-EDIT
           END-STRING.
           STRING WS-HDR-TIMESTAMP (9:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (11:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (13:2) DELIMITED BY SIZE
                INTO WS-HDR-TIME-EDIT
           END-STRING.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUM-EDIT.

           MOVE SPACES TO WS-HDR-REC.
           MOVE "DEPARTMENT QUOTA STATUS" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE SPACES TO WS-HDR-REC.
           STRING "RUN DATE: " DELIMITED BY SIZE
                WS-HDR-DATE-EDIT DELIMITED BY SIZE
                "  TIME: " DELIMITED BY SIZE
                WS-HDR-TIME-EDIT DELIMITED BY SIZE
                "  PAGE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-PAGE-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE SPACES TO WS-HDR-REC.
           STRING "SOURCE: QUOTAS, RUNSTATS, AUDITLOG, HELDQ  MONTH: "
                   DELIMITED BY SIZE
                WS-RUN-MONTH DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO QUOTA-RPT-REC.
           WRITE QUOTA-RPT-REC.
