        IDENTIFICATION DIVISION.
        PROGRAM-ID. SIM-RPT.

      * End-of-run summary for a TEST run (NUMMODE, see RUNMODE.CPY):
      * what a production run would have changed. Under TEST every
      * update goes to a shadow master and is logged to SIMCHG (see
      * SIM-LOG and SIMREC.CPY); this program reads that log and the
      * two shadow trails the run wrote and prints, on SIMRPT:
      *   - the changes by production master and action (ADD, FILL,
      *     REFUSE, CHANGE, BLANK, DELETE);
      *   - the changes by the program that made them;
      *   - every change in the order it was made, key, field, and
      *     the value before and after;
      *   - the records on the AUDTTEST and STATTEST shadow trails,
      *     how many carry the test mark, the failed outcomes among
      *     them and the run volumes, which is what the production
      *     AUDITLOG and RUNSTATS would have been given.
      * The command line may name one run id (T plus the start time
      * DISPATCHER gives a TEST run); only that run's lines are then
      * counted. Blank takes everything on the files.
      *
      * Its own audit line always goes to AUDTTEST.
      *
      * RETURN-CODE is 0, or 4 when there is no change log and no
      * shadow trail to summarize.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT SIM-CHANGE-FILE ASSIGN TO "SIMCHG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SIMCHG-STATUS.
          SELECT AUDIT-FILE ASSIGN TO "AUDTTEST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDTTEST-STATUS.
          SELECT RUN-STATS-FILE ASSIGN TO "STATTEST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATTEST-STATUS.
          SELECT SIM-RPT-FILE ASSIGN TO "SIMRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SIMRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD SIM-CHANGE-FILE.
          COPY SIMREC.

          FD AUDIT-FILE.
          COPY AUDREC.

          FD RUN-STATS-FILE.
          COPY RSTATREC.

          FD SIM-RPT-FILE.
          01 SIM-RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-RUN-FILTER           PIC X(8).
          01 WS-SIMCHG-STATUS        PIC XX.
          01 WS-AUDTTEST-STATUS      PIC XX.
          01 WS-STATTEST-STATUS      PIC XX.
          01 WS-SIMRPT-STATUS        PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-FOUND-SWITCH         PIC X.
            88 SOURCE-FOUND              VALUE "Y".
          01 WS-PASS-SWITCH          PIC X.
            88 DETAIL-PASS               VALUE "D".

      * Changes by production master and action, and by program -
      * the same guarded linear-search table shape CHGBACK-RPT keeps
      * per department, with a one-time warning when one fills.
          01 WS-TA-USED              PIC 9(2) VALUE 0.
          01 WS-TA-TABLE.
            03 WS-TA-ENTRY           OCCURS 20 TIMES.
              05 WS-TA-TARGET        PIC X(8).
              05 WS-TA-ACTION        PIC X(6).
              05 WS-TA-COUNT         PIC 9(7).
          01 WS-TA-IDX               PIC 9(2).
          01 WS-TA-FULL-SW           PIC X VALUE "N".
            88 TA-TABLE-FULL             VALUE "Y".
          01 WS-CL-USED              PIC 9(2) VALUE 0.
          01 WS-CL-TABLE.
            03 WS-CL-ENTRY           OCCURS 50 TIMES.
              05 WS-CL-CALLER        PIC X(12).
              05 WS-CL-COUNT         PIC 9(7).
          01 WS-CL-IDX               PIC 9(2).
          01 WS-CL-FULL-SW           PIC X VALUE "N".
            88 CL-TABLE-FULL             VALUE "Y".

          01 WS-CHANGE-CNT           PIC 9(7) VALUE 0.
          01 WS-AUDIT-READ-CNT       PIC 9(7) VALUE 0.
          01 WS-AUDIT-TEST-CNT       PIC 9(7) VALUE 0.
          01 WS-AUDIT-FAIL-CNT       PIC 9(7) VALUE 0.
          01 WS-STATS-READ-CNT       PIC 9(7) VALUE 0.
          01 WS-STATS-TEST-CNT       PIC 9(7) VALUE 0.
          01 WS-STATS-IN-CNT         PIC 9(9) VALUE 0.
          01 WS-STATS-OUT-CNT        PIC 9(9) VALUE 0.
          01 WS-STATS-ERR-CNT        PIC 9(9) VALUE 0.

      * A key printed the way an operator keys it: the sign only
      * when negative, leading zeros dropped.
          01 WS-KEY-TEXT             PIC X(31).
          01 WS-KEY-SIGN             PIC X(1).
          01 WS-KEY-DIGITS           PIC X(30).
          01 WS-KEY-ZEROS            PIC 9(2).
          01 WS-KEY-LEN              PIC 9(2).
          01 WS-KEY-PRINT            PIC X(31).

          01 WS-FINAL-RC             PIC 9(4) VALUE 0.
          01 WS-DETAIL-TEXT          PIC X(60).
          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for SIMRPT, the same
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
           MOVE SPACES TO WS-RUN-FILTER.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-RUN-FILTER
           END-UNSTRING.
           INSPECT WS-RUN-FILTER CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-FOUND-SWITCH.

           OPEN OUTPUT SIM-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.

      * Two passes over the change log: the first builds the count
      * tables, the second lists the changes after them.
           MOVE "C" TO WS-PASS-SWITCH.
           PERFORM SCAN-CHANGE-LOG.
           PERFORM WRITE-TARGET-SECTION.
           PERFORM WRITE-CALLER-SECTION.
           MOVE "--- CHANGES A PRODUCTION RUN WOULD HAVE MADE ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-CHANGE-CNT = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           ELSE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "ACTION MASTER   KEY" DELIMITED BY SIZE
                   "                  F PROGRAM      " DELIMITED BY SIZE
                   "BEFORE -> AFTER" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              MOVE "D" TO WS-PASS-SWITCH
              MOVE 0 TO WS-CHANGE-CNT
              PERFORM SCAN-CHANGE-LOG
           END-IF.

           PERFORM SCAN-SHADOW-AUDIT.
           PERFORM SCAN-SHADOW-STATS.
           PERFORM WRITE-SHADOW-SECTION.
           PERFORM WRITE-TOTALS.
           CLOSE SIM-RPT-FILE.

           MOVE SPACES TO WS-AUDIT-RESULT.
           IF NOT SOURCE-FOUND
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NOTHING TO SUMMARIZE" TO WS-AUDIT-RESULT
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
              MOVE WS-CHANGE-CNT TO WS-COUNT-EDIT
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " WOULD-HAVE CHANGES" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF.
      * The summary belongs to the test run it reports on, so its
      * own audit line goes to the shadow trail with the run's.
           SET ENVIRONMENT "NUMMODE" TO "TEST".
           MOVE "SIM-RPT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
           DISPLAY "SIM-RPT: " FUNCTION TRIM(WS-AUDIT-RESULT).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          SCAN-CHANGE-LOG.
           OPEN INPUT SIM-CHANGE-FILE.
           IF WS-SIMCHG-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ SIM-CHANGE-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-CHANGE
              END-READ
           END-PERFORM.
           CLOSE SIM-CHANGE-FILE.

          TAKE-ONE-CHANGE.
           IF SIM-CHANGE-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF WS-RUN-FILTER IS NOT EQUAL TO SPACES
                 AND SC-RUN-ID IS NOT EQUAL TO WS-RUN-FILTER
              EXIT PARAGRAPH.
           ADD 1 TO WS-CHANGE-CNT.
           IF DETAIL-PASS
              PERFORM WRITE-CHANGE-LINE
           ELSE
              PERFORM COUNT-BY-TARGET
              PERFORM COUNT-BY-CALLER
           END-IF.

          COUNT-BY-TARGET.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                    UNTIL WS-TA-IDX > WS-TA-USED
              IF WS-TA-TARGET (WS-TA-IDX) IS EQUAL TO SC-TARGET
                    AND WS-TA-ACTION (WS-TA-IDX) IS EQUAL TO SC-ACTION
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-TA-IDX > WS-TA-USED
              IF WS-TA-USED NOT LESS THAN 20
                 IF NOT TA-TABLE-FULL
                    DISPLAY "Warning: more than 20 master/action"
                       " pairs, the rest are not broken out"
                    MOVE "Y" TO WS-TA-FULL-SW
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-TA-USED
              MOVE WS-TA-USED TO WS-TA-IDX
              MOVE SC-TARGET TO WS-TA-TARGET (WS-TA-IDX)
              MOVE SC-ACTION TO WS-TA-ACTION (WS-TA-IDX)
              MOVE 0 TO WS-TA-COUNT (WS-TA-IDX)
           END-IF.
           ADD 1 TO WS-TA-COUNT (WS-TA-IDX).

          COUNT-BY-CALLER.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CL-USED
              IF WS-CL-CALLER (WS-CL-IDX) IS EQUAL TO SC-CALLER
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CL-IDX > WS-CL-USED
              IF WS-CL-USED NOT LESS THAN 50
                 IF NOT CL-TABLE-FULL
                    DISPLAY "Warning: more than 50 programs, the"
                       " rest are not broken out"
                    MOVE "Y" TO WS-CL-FULL-SW
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CL-USED
              MOVE WS-CL-USED TO WS-CL-IDX
              MOVE SC-CALLER TO WS-CL-CALLER (WS-CL-IDX)
              MOVE 0 TO WS-CL-COUNT (WS-CL-IDX)
           END-IF.
           ADD 1 TO WS-CL-COUNT (WS-CL-IDX).

          WRITE-TARGET-SECTION.
           MOVE "--- BY PRODUCTION MASTER AND ACTION ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-TA-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH.
           PERFORM VARYING WS-TA-IDX FROM 1 BY 1
                    UNTIL WS-TA-IDX > WS-TA-USED
              MOVE WS-TA-COUNT (WS-TA-IDX) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-TA-TARGET (WS-TA-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TA-ACTION (WS-TA-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

          WRITE-CALLER-SECTION.
           MOVE "--- BY PROGRAM ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-CL-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                    UNTIL WS-CL-IDX > WS-CL-USED
              MOVE WS-CL-COUNT (WS-CL-IDX) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-CL-CALLER (WS-CL-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

      * One line per change; the values are cut to fit the line, the
      * full sixty bytes of each are on SIMCHG itself.
          WRITE-CHANGE-LINE.
           MOVE SC-KEY TO WS-KEY-TEXT.
           PERFORM FORMAT-KEY.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING SC-ACTION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SC-TARGET DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-KEY-PRINT (1:20) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SC-FIELD DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SC-CALLER DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                SC-OLD-VALUE (1:14) DELIMITED BY SIZE
                " -> " DELIMITED BY SIZE
                SC-NEW-VALUE (1:14) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          FORMAT-KEY.
           MOVE SPACES TO WS-KEY-PRINT WS-KEY-SIGN WS-KEY-DIGITS.
           IF WS-KEY-TEXT (1:1) IS EQUAL TO "+" OR "-"
              MOVE WS-KEY-TEXT (1:1) TO WS-KEY-SIGN
              MOVE WS-KEY-TEXT (2:30) TO WS-KEY-DIGITS
           ELSE
              MOVE WS-KEY-TEXT (1:30) TO WS-KEY-DIGITS
           END-IF.
           MOVE 0 TO WS-KEY-ZEROS WS-KEY-LEN.
           INSPECT WS-KEY-DIGITS TALLYING WS-KEY-ZEROS
              FOR LEADING "0".
           INSPECT WS-KEY-DIGITS TALLYING WS-KEY-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-KEY-ZEROS NOT LESS THAN WS-KEY-LEN
              MOVE "0" TO WS-KEY-PRINT
              EXIT PARAGRAPH.
           IF WS-KEY-SIGN IS EQUAL TO "-"
              STRING "-" DELIMITED BY SIZE
                   WS-KEY-DIGITS (WS-KEY-ZEROS + 1:
                      WS-KEY-LEN - WS-KEY-ZEROS) DELIMITED BY SIZE
                   INTO WS-KEY-PRINT
              END-STRING
           ELSE
              MOVE WS-KEY-DIGITS (WS-KEY-ZEROS + 1:
                 WS-KEY-LEN - WS-KEY-ZEROS) TO WS-KEY-PRINT
           END-IF.

      * The shadow trail this run's AUDIT-LOG calls went to.
          SCAN-SHADOW-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDTTEST-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-AUDIT-RECORD
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

          TAKE-ONE-AUDIT-RECORD.
           IF AUDIT-FILE-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF WS-RUN-FILTER IS NOT EQUAL TO SPACES
                 AND AU-RUN-ID IS NOT EQUAL TO WS-RUN-FILTER
              EXIT PARAGRAPH.
           ADD 1 TO WS-AUDIT-READ-CNT.
           IF AU-TEST-RECORD
              ADD 1 TO WS-AUDIT-TEST-CNT
              IF AU-LINE-FAILED
                 ADD 1 TO WS-AUDIT-FAIL-CNT
              END-IF
           END-IF.

      * The shadow run-statistics file; RUNSTATS records carry no
      * run id, so every test record on it is counted.
          SCAN-SHADOW-STATS.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-STATTEST-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-INPUT
              READ RUN-STATS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-STATS-RECORD
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.

          TAKE-ONE-STATS-RECORD.
           IF RUN-STATS-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           ADD 1 TO WS-STATS-READ-CNT.
           IF RS-TEST-RECORD
              ADD 1 TO WS-STATS-TEST-CNT
              IF RS-READ IS NUMERIC
                 ADD RS-READ TO WS-STATS-IN-CNT
              END-IF
              IF RS-WRITTEN IS NUMERIC
                 ADD RS-WRITTEN TO WS-STATS-OUT-CNT
              END-IF
              IF RS-ERRORS IS NUMERIC
                 ADD RS-ERRORS TO WS-STATS-ERR-CNT
              END-IF
           END-IF.

          WRITE-SHADOW-SECTION.
           MOVE "--- SHADOW TRAILS (AUDTTEST, STATTEST) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-AUDIT-READ-CNT TO WS-COUNT-EDIT.
           MOVE "AUDIT RECORDS READ:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-AUDIT-TEST-CNT TO WS-COUNT-EDIT.
           MOVE "  MARKED TEST:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-AUDIT-FAIL-CNT TO WS-COUNT-EDIT.
           MOVE "  FAILED OUTCOMES:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-READ-CNT TO WS-COUNT-EDIT.
           MOVE "RUN-STATS RECORDS READ:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-TEST-CNT TO WS-COUNT-EDIT.
           MOVE "  MARKED TEST:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-IN-CNT TO WS-COUNT-EDIT.
           MOVE "  RECORDS READ:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-OUT-CNT TO WS-COUNT-EDIT.
           MOVE "  RECORDS WRITTEN:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-ERR-CNT TO WS-COUNT-EDIT.
           MOVE "  RECORDS IN ERROR:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-CHANGE-CNT TO WS-COUNT-EDIT.
           MOVE "MASTER CHANGES:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-AUDIT-TEST-CNT TO WS-COUNT-EDIT.
           MOVE "AUDITLOG LINES:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-STATS-TEST-CNT TO WS-COUNT-EDIT.
           MOVE "RUNSTATS RECORDS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF NOT SOURCE-FOUND
              MOVE "*** NO CHANGE LOG OR SHADOW TRAIL - NOTHING TO"
                 & " SUMMARIZE ***" TO WS-PRINT-LINE
           ELSE
              MOVE "*** TEST RUN - THE ABOVE WENT TO SHADOW FILES, NOT"
                 & " TO PRODUCTION ***" TO WS-PRINT-LINE
           END-IF.
           PERFORM EMIT-LINE.

          WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-TEXT (1:26) DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through SIM-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO SIM-RPT-REC.
           WRITE SIM-RPT-REC.
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
           MOVE "TEST RUN - WHAT PRODUCTION WOULD HAVE CHANGED"
              TO WS-HDR-REC.
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
           IF WS-RUN-FILTER IS EQUAL TO SPACES
              MOVE "SOURCE: SIMCHG, AUDTTEST, STATTEST  RUN: ALL"
                 TO WS-HDR-REC
           ELSE
              STRING "SOURCE: SIMCHG, AUDTTEST, STATTEST  RUN: "
                      DELIMITED BY SIZE
                   WS-RUN-FILTER DELIMITED BY SIZE
                   INTO WS-HDR-REC
              END-STRING
           END-IF.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO SIM-RPT-REC.
           WRITE SIM-RPT-REC.
