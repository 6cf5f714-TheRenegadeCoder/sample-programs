        IDENTIFICATION DIVISION.
        PROGRAM-ID. CERT-RUN.

      * Known-answer certification of a load library before it is
      * promoted to PROD.COBOL.LOADLIB. GEN-COMPARE only says that
      * tonight's output differs from last night's - two nights wrong
      * the same way pass - and it never sees FIBONACCI, COLLATZ,
      * GCD-LCM, BAKLAVA or FACTORIAL's COMB/PERM and APPROX modes at
      * all. This program runs every case on the CERTCASE deck (see
      * CERTCASE.CPY) against the load modules the step's STEPLIB
      * names, exactly as DISPATCHER runs a step, and checks each
      * against its known answer: published factorials, Mersenne
      * primes, F(100), Collatz 27's 111 steps, the boundary values
      * at each CFG ceiling, and the validation rejects.
      *
      * Every case runs as a TEST run (NUMMODE, see RUNMODE.CPY), so
      * nothing it computes reaches a production master or trail: its
      * updates go to the shadow DDs the job allocates, and its audit
      * lines to AUDTTEST, which is where the answers are read back
      * from. Each case gets its own run id - "K" and the case's
      * position on the deck - so its lines are told apart from the
      * next case's. The cases run in deck order against whatever the
      * earlier cases left on the shadow masters, so a case whose
      * answer depends on the cache (a "(cached)" verdict) must come
      * after the case that fills it.
      *
      * The command line may name the candidate library; it is only
      * printed on the certificate and the audit line, STEPLIB is
      * what is actually run.
      *
      * The certificate (CERTRPT) lists every case with PASS or FAIL
      * and, for a failure, what was expected and what came back;
      * then the cases by utility, the totals, and the verdict line.
      * A deck card that cannot be read as a case fails as one, so a
      * damaged deck cannot certify. RETURN-CODE is 0 when every case
      * passed (CERTIFIED), 8 when any failed, and 4 when there is no
      * deck or no case on it. This program's own audit line goes to
      * the production AUDITLOG - it is the record of the promotion
      * decision, not part of the test.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CERT-CASE-FILE ASSIGN TO "CERTCASE"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CERTCASE-STATUS.
          SELECT AUDIT-FILE ASSIGN TO "AUDTTEST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDTTEST-STATUS.
          SELECT CERT-RPT-FILE ASSIGN TO "CERTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CERTRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD CERT-CASE-FILE.
          COPY CERTCASE.

          FD AUDIT-FILE.
          COPY AUDREC.

          FD CERT-RPT-FILE.
          01 CERT-RPT-REC            PIC X(100).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(60).
          01 WS-LIBRARY-NAME         PIC X(44).
          01 WS-CERTCASE-STATUS      PIC XX.
          01 WS-AUDTTEST-STATUS      PIC XX.
          01 WS-CERTRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-DECK               VALUE "Y".
          01 WS-TRAIL-EOF-SWITCH     PIC X.
            88 END-OF-TRAIL              VALUE "Y".

      * The case in hand: its arguments and expected text split off
      * KC-TEXT at the arrow, the program name its audit lines carry
      * (the utility upper-cased), its run id, and what came back.
          01 WS-CASE-SEQ             PIC 9(7) VALUE 0.
          01 WS-CASE-RUN-ID          PIC X(8).
          01 WS-CASE-ARGS            PIC X(38).
          01 WS-CASE-EXPECT          PIC X(30).
          01 WS-CASE-PROGRAM         PIC X(12).
          01 WS-COMMAND-LINE         PIC X(60).
          01 WS-STEP-RC              PIC S9(9).
          01 WS-RC-EDIT              PIC ----9.
          01 WS-EXPECT-RC-EDIT       PIC Z9.
          01 WS-GOT-RESULT           PIC X(30).
          01 WS-GOT-INPUT            PIC X(38).
          01 WS-GOT-LINES            PIC 9(7).
          01 WS-EXPECT-LEN           PIC 9(2).
          01 WS-ANY-MATCH-SW         PIC X.
            88 ANY-LINE-MATCHED          VALUE "Y".
          01 WS-CASE-SW              PIC X.
            88 CASE-PASSED               VALUE "P".
            88 CASE-FAILED               VALUE "F".
            88 CASE-CARD-BAD             VALUE "B".
          01 WS-FAIL-REASON          PIC X(30).

      * Cases by utility, in first-seen order - the same guarded
      * linear-search table the other shop reports keep.
          01 WS-UT-USED              PIC 9(2) VALUE 0.
          01 WS-UT-TABLE.
            03 WS-UT-ENTRY           OCCURS 30 TIMES.
              05 WS-UT-PROGRAM       PIC X(12).
              05 WS-UT-CASES         PIC 9(5).
              05 WS-UT-FAILED        PIC 9(5).
          01 WS-UT-IDX               PIC 9(2).
          01 WS-UT-FULL-SW           PIC X VALUE "N".
            88 UT-TABLE-FULL             VALUE "Y".
          01 WS-UT-PASSED            PIC 9(5).

          01 WS-CASE-CNT             PIC 9(7) VALUE 0.
          01 WS-PASS-CNT             PIC 9(7) VALUE 0.
          01 WS-FAIL-CNT             PIC 9(7) VALUE 0.
          01 WS-BAD-CARD-CNT         PIC 9(7) VALUE 0.
          01 WS-COMMENT-CNT          PIC 9(7) VALUE 0.

          01 WS-FINAL-RC             PIC 9(4) VALUE 0.
          01 WS-DETAIL-TEXT          PIC X(60).
          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-COUNT-EDIT3          PIC Z(8)9.
          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for CERTRPT, the same
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
           MOVE SPACES TO WS-LIBRARY-NAME.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-LIBRARY-NAME
           END-UNSTRING.
           IF WS-LIBRARY-NAME IS EQUAL TO SPACES
              MOVE "STEPLIB" TO WS-LIBRARY-NAME
           END-IF.

      * Every utility started from here on is a TEST run.
           SET ENVIRONMENT "NUMMODE" TO "TEST".

           OPEN OUTPUT CERT-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT CERT-CASE-FILE.
           IF WS-CERTCASE-STATUS IS NOT EQUAL TO "00"
              MOVE "NO CASE DECK ON CERTCASE - NOTHING TO CERTIFY"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              CLOSE CERT-RPT-FILE
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO CASE DECK" TO WS-AUDIT-RESULT
              PERFORM FINISH-RUN
           END-IF.

           MOVE "--- CASES IN DECK ORDER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "     CASE   PROGRAM      RC ARGUMENTS"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM UNTIL END-OF-DECK
              READ CERT-CASE-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM RUN-ONE-CASE
              END-READ
           END-PERFORM.
           CLOSE CERT-CASE-FILE.
           IF WS-CASE-CNT = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

           PERFORM WRITE-UTILITY-SECTION.
           PERFORM WRITE-TOTALS.
           CLOSE CERT-RPT-FILE.

           MOVE SPACES TO WS-AUDIT-RESULT.
           MOVE WS-FAIL-CNT TO WS-COUNT-EDIT.
           MOVE WS-CASE-CNT TO WS-COUNT-EDIT2.
           IF WS-CASE-CNT = 0
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO CASES ON DECK" TO WS-AUDIT-RESULT
           ELSE IF WS-FAIL-CNT = 0
              MOVE RC-SUCCESS TO WS-FINAL-RC
              STRING "CERTIFIED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " CASES" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           ELSE
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
              STRING "NOT CERTIFIED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " FAILED" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF
           END-IF.
           PERFORM FINISH-RUN.

      * One deck card: comment cards are passed over, anything else
      * is a case and is run, judged and printed.
          RUN-ONE-CASE.
           IF CERT-CASE-REC (1:1) IS EQUAL TO "*"
                 OR CERT-CASE-REC IS EQUAL TO SPACES
              ADD 1 TO WS-COMMENT-CNT
              EXIT PARAGRAPH.
           ADD 1 TO WS-CASE-CNT.
           ADD 1 TO WS-CASE-SEQ.
           MOVE SPACES TO WS-CASE-ARGS WS-CASE-EXPECT WS-GOT-RESULT
              WS-GOT-INPUT WS-FAIL-REASON.
           MOVE 0 TO WS-GOT-LINES WS-STEP-RC.
           MOVE "N" TO WS-ANY-MATCH-SW.
           MOVE KC-UTILITY TO WS-CASE-PROGRAM.
           INSPECT WS-CASE-PROGRAM CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      * A case run with no arguments starts its text at the arrow.
           IF KC-TEXT (1:2) IS EQUAL TO "=>"
              MOVE KC-TEXT (4:) TO WS-CASE-EXPECT
           ELSE
              UNSTRING KC-TEXT DELIMITED BY " => "
                 INTO WS-CASE-ARGS WS-CASE-EXPECT
              END-UNSTRING
           END-IF.
           PERFORM TALLY-UTILITY.

           IF KC-UTILITY IS EQUAL TO SPACES
                 OR KC-EXPECT-RC IS NOT NUMERIC
                 OR NOT KC-MATCH-VALID
                 OR (WS-CASE-EXPECT IS EQUAL TO SPACES
                     AND NOT KC-MATCH-RC-ONLY)
              MOVE "B" TO WS-CASE-SW
              MOVE "CASE CARD NOT VALID" TO WS-FAIL-REASON
              ADD 1 TO WS-BAD-CARD-CNT
           ELSE
              PERFORM EXECUTE-CASE
              PERFORM SCAN-CASE-TRAIL
              PERFORM JUDGE-CASE
           END-IF.

           IF CASE-PASSED
              ADD 1 TO WS-PASS-CNT
           ELSE
              ADD 1 TO WS-FAIL-CNT
              IF WS-UT-IDX NOT GREATER THAN WS-UT-USED
                 ADD 1 TO WS-UT-FAILED (WS-UT-IDX)
              END-IF
           END-IF.
           PERFORM WRITE-CASE-LINES.

      * The case runs the way DISPATCHER runs a step: the utility's
      * own command line through CALL "SYSTEM", with the exit status
      * scaled back to the condition code the same way.
          EXECUTE-CASE.
           MOVE SPACES TO WS-CASE-RUN-ID.
           STRING "K" DELIMITED BY SIZE
                WS-CASE-SEQ DELIMITED BY SIZE
                INTO WS-CASE-RUN-ID
           END-STRING.
           SET ENVIRONMENT "NUMRUNID" TO WS-CASE-RUN-ID.
           MOVE SPACES TO WS-COMMAND-LINE.
           STRING FUNCTION TRIM(KC-UTILITY) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-CASE-ARGS) DELIMITED BY SIZE
                INTO WS-COMMAND-LINE
           END-STRING.
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND-LINE)
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-STEP-RC >= 256
                 AND FUNCTION MOD (WS-STEP-RC, 256) = 0
              COMPUTE WS-STEP-RC = WS-STEP-RC / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.

      * What the case left on the shadow trail under its own run id
      * and its own program name (SHOP-CONFIG's lines carry the same
      * run id): the last line's result and input, and whether any
      * line carried the expected result.
          SCAN-CASE-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDTTEST-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "N" TO WS-TRAIL-EOF-SWITCH.
           PERFORM UNTIL END-OF-TRAIL
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-TRAIL-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-TRAIL-LINE
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

          TAKE-ONE-TRAIL-LINE.
           IF AU-RUN-ID IS NOT EQUAL TO WS-CASE-RUN-ID
                 OR AU-PROGRAM IS NOT EQUAL TO WS-CASE-PROGRAM
              EXIT PARAGRAPH.
           ADD 1 TO WS-GOT-LINES.
           MOVE AU-RESULT TO WS-GOT-RESULT.
           MOVE AU-INPUT TO WS-GOT-INPUT.
           IF AU-RESULT IS EQUAL TO WS-CASE-EXPECT
              MOVE "Y" TO WS-ANY-MATCH-SW
           END-IF.

          JUDGE-CASE.
           MOVE "P" TO WS-CASE-SW.
           IF WS-STEP-RC IS NOT EQUAL TO KC-EXPECT-RC
              MOVE "F" TO WS-CASE-SW
              MOVE "RETURN-CODE DIFFERS" TO WS-FAIL-REASON
              EXIT PARAGRAPH.
           IF KC-MATCH-RC-ONLY
              EXIT PARAGRAPH.
           IF WS-GOT-LINES = 0
              MOVE "F" TO WS-CASE-SW
              MOVE "NO AUDIT LINE WRITTEN" TO WS-FAIL-REASON
              EXIT PARAGRAPH.
           EVALUATE TRUE
              WHEN KC-MATCH-EXACT
                 IF WS-GOT-RESULT IS NOT EQUAL TO WS-CASE-EXPECT
                    MOVE "F" TO WS-CASE-SW
                 END-IF
              WHEN KC-MATCH-PREFIX
                 MOVE 0 TO WS-EXPECT-LEN
                 INSPECT FUNCTION REVERSE(WS-CASE-EXPECT)
                    TALLYING WS-EXPECT-LEN FOR LEADING SPACE
                 COMPUTE WS-EXPECT-LEN = 30 - WS-EXPECT-LEN
                 IF WS-GOT-RESULT (1:WS-EXPECT-LEN) IS NOT EQUAL TO
                       WS-CASE-EXPECT (1:WS-EXPECT-LEN)
                    MOVE "F" TO WS-CASE-SW
                 END-IF
              WHEN KC-MATCH-ANY-LINE
                 IF NOT ANY-LINE-MATCHED
                    MOVE "F" TO WS-CASE-SW
                 END-IF
              WHEN KC-MATCH-INPUT
                 IF WS-GOT-INPUT IS NOT EQUAL TO WS-CASE-EXPECT
                    MOVE "F" TO WS-CASE-SW
                 END-IF
           END-EVALUATE.
           IF CASE-FAILED
              MOVE "ANSWER DIFFERS" TO WS-FAIL-REASON
           END-IF.

          TALLY-UTILITY.
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                    UNTIL WS-UT-IDX > WS-UT-USED
              IF WS-UT-PROGRAM (WS-UT-IDX) IS EQUAL TO WS-CASE-PROGRAM
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-UT-IDX > WS-UT-USED
              IF WS-UT-USED NOT LESS THAN 30
                 IF NOT UT-TABLE-FULL
                    DISPLAY "Warning: more than 30 utilities on the"
                       " deck, the rest are not broken out"
                    MOVE "Y" TO WS-UT-FULL-SW
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-UT-USED
              MOVE WS-UT-USED TO WS-UT-IDX
              MOVE WS-CASE-PROGRAM TO WS-UT-PROGRAM (WS-UT-IDX)
              MOVE 0 TO WS-UT-CASES (WS-UT-IDX)
              MOVE 0 TO WS-UT-FAILED (WS-UT-IDX)
           END-IF.
           ADD 1 TO WS-UT-CASES (WS-UT-IDX).

      * PASS or FAIL, the case, its program, the code it ended with
      * and its arguments; a failure adds what was expected and what
      * came back underneath.
          WRITE-CASE-LINES.
           MOVE WS-STEP-RC TO WS-RC-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF CASE-PASSED
              MOVE "PASS" TO WS-PRINT-LINE (1:4)
           ELSE
              MOVE "FAIL" TO WS-PRINT-LINE (1:4)
           END-IF.
           MOVE KC-CASE-ID TO WS-PRINT-LINE (6:6).
           MOVE WS-CASE-PROGRAM TO WS-PRINT-LINE (13:12).
           IF CASE-CARD-BAD
              MOVE "--" TO WS-PRINT-LINE (26:2)
           ELSE
              MOVE WS-RC-EDIT (4:2) TO WS-PRINT-LINE (26:2)
           END-IF.
           MOVE WS-CASE-ARGS TO WS-PRINT-LINE (29:38).
           PERFORM EMIT-LINE.
           IF CASE-PASSED
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       " DELIMITED BY SIZE
                WS-FAIL-REASON DELIMITED BY "  "
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF CASE-CARD-BAD
              MOVE SPACES TO WS-PRINT-LINE
              STRING "       CARD: " DELIMITED BY SIZE
                   CERT-CASE-REC DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH.
           MOVE KC-EXPECT-RC TO WS-EXPECT-RC-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "       EXPECTED: RC " DELIMITED BY SIZE
                WS-EXPECT-RC-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                KC-MATCH DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CASE-EXPECT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF KC-MATCH-INPUT
              STRING "       GOT:      RC " DELIMITED BY SIZE
                   WS-RC-EDIT (4:2) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-GOT-INPUT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING "       GOT:      RC " DELIMITED BY SIZE
                   WS-RC-EDIT (4:2) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-GOT-RESULT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           PERFORM EMIT-LINE.

          WRITE-UTILITY-SECTION.
           MOVE "--- CASES BY UTILITY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-UT-USED = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH.
           MOVE "PROGRAM          CASES    PASSED    FAILED"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                    UNTIL WS-UT-IDX > WS-UT-USED
              MOVE WS-UT-CASES (WS-UT-IDX) TO WS-COUNT-EDIT
              COMPUTE WS-UT-PASSED = WS-UT-CASES (WS-UT-IDX)
                 - WS-UT-FAILED (WS-UT-IDX)
              MOVE WS-UT-PASSED TO WS-COUNT-EDIT2
              MOVE WS-UT-FAILED (WS-UT-IDX) TO WS-COUNT-EDIT3
              MOVE SPACES TO WS-PRINT-LINE
              STRING WS-UT-PROGRAM (WS-UT-IDX) DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-EDIT3 DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-CASE-CNT TO WS-COUNT-EDIT.
           MOVE "CASES RUN:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-PASS-CNT TO WS-COUNT-EDIT.
           MOVE "  PASSED:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-FAIL-CNT TO WS-COUNT-EDIT.
           MOVE "  FAILED:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-BAD-CARD-CNT TO WS-COUNT-EDIT.
           MOVE "    CARDS NOT VALID:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-COMMENT-CNT TO WS-COUNT-EDIT.
           MOVE "COMMENT CARDS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-FAIL-CNT TO WS-COUNT-EDIT.
           MOVE WS-CASE-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-CASE-CNT = 0
              MOVE "*** NO CASES RUN - LIBRARY NOT CERTIFIED ***"
                 TO WS-PRINT-LINE
           ELSE IF WS-FAIL-CNT = 0
              STRING "*** LIBRARY CERTIFIED - ALL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " CASES PASSED ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING "*** LIBRARY NOT CERTIFIED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " CASES FAILED ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           END-IF
           END-IF.
           PERFORM EMIT-LINE.

          WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-TEXT (1:26) DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The certificate's own audit line is the record of the
      * promotion decision, so it goes to the production trail: the
      * TEST flag the cases ran under is taken off first.
          FINISH-RUN.
           SET ENVIRONMENT "NUMMODE" TO SPACES.
           MOVE WS-LIBRARY-NAME TO WS-AUDIT-INPUT.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           MOVE "CERT-RUN" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
           DISPLAY "CERT-RUN: " FUNCTION TRIM(WS-AUDIT-RESULT).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through CERT-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO CERT-RPT-REC.
           WRITE CERT-RPT-REC.
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
           MOVE "LOAD LIBRARY CERTIFICATION - KNOWN-ANSWER CASES"
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
           STRING "SOURCE: CERTCASE  LIBRARY: " DELIMITED BY SIZE
                WS-LIBRARY-NAME DELIMITED BY SPACE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO CERT-RPT-REC.
           WRITE CERT-RPT-REC.
