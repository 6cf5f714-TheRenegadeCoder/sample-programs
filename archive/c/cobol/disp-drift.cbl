        IDENTIFICATION DIVISION.
        PROGRAM-ID. DISP-DRIFT.

      * Drift check between the two definitions of the nightly run:
      * the NITERUN job stream (its EXEC steps, PARMs, COND chains
      * and IF/THEN/ENDIF holds) and the DISPCTL control file
      * DISPATCHER works through (CTL-UTILITY, CTL-ARGS, CTL-COND,
      * CTL-FREQ, CTL-HOL). The same night is run both ways, and
      * every change made to one and not the other shows up here
      * before it shows up as a step that ran under one driver and
      * not the other.
      *
      * The JCL is read as a deck (JOBDECK, the NITERUN member) and
      * the control file as DISPATCHER reads it. Steps are paired by
      * program and arguments - a DISPCTL utility is its program's
      * file name, so "pre-edit" pairs with PGM=PRE-EDIT - first on
      * an exact argument match, then on the program alone, which
      * is reported as an argument difference. The report lists:
      *   - steps present in only one of the two;
      *   - argument differences;
      *   - paired steps that run in a different order;
      *   - DISPCTL calendar entries (CTL-FREQ) NITERUN cannot match,
      *     and entries DISPATCHER skips on a HOLCAL holiday (CTL-HOL
      *     not "Y") that NITERUN runs anyway;
      *   - condition-code differences: every paired step is run
      *     through a clean night and through each other paired step
      *     ending RC 4, 8, 12 and 16, under JCL COND/IF rules and
      *     under DISPATCHER's highest-code-so-far CTL-COND rule, and
      *     each case where one driver runs the step and the other
      *     skips it is listed.
      * The system-utility steps (IEFBR14, IEBGENER, IDCAMS, ...)
      * that only manage datasets have no DISPCTL counterpart and
      * are listed apart rather than counted as drift.
      *
      * PARM GENERATE also writes DECKOUT, a candidate NITERUN step
      * deck built from DISPCTL: each entry's EXEC with its PARM and
      * its CTL-COND turned into the equivalent COND=(n,LE), carrying
      * the comments, DD statements and housekeeping steps of the
      * NITERUN step it pairs with, so the next change can be made
      * in DISPCTL alone and the JCL produced from it.
      *
      * Any drift found ends the run RC 8; no JOBDECK or no DISPCTL
      * is RC 4.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT JOB-DECK-FILE ASSIGN TO "JOBDECK"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOBDECK-STATUS.
          SELECT DISP-CTL-FILE ASSIGN TO "DISPCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPCTL-STATUS.
          SELECT DRIFT-RPT-FILE ASSIGN TO "DRIFTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRIFTRPT-STATUS.
          SELECT DECK-OUT-FILE ASSIGN TO "DECKOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DECKOUT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD JOB-DECK-FILE.
          01 JOB-DECK-REC            PIC X(80).

      * The control-file layout DISPATCHER and BATCH-MON declare.
          FD DISP-CTL-FILE.
          01 DISP-CTL-REC.
            03 CTL-UTILITY           PIC X(10).
            03 CTL-ARGS              PIC X(38).
            03 CTL-COND              PIC X(2).
            03 CTL-FREQ              PIC X(8).
            03 CTL-HOL               PIC X(1).

          FD DRIFT-RPT-FILE.
          01 DRIFT-RPT-REC           PIC X(100).

          FD DECK-OUT-FILE.
          01 DECK-OUT-REC            PIC X(80).

        WORKING-STORAGE SECTION.
          01 WS-JOBDECK-STATUS       PIC XX.
          01 WS-DISPCTL-STATUS       PIC XX.
          01 WS-DRIFTRPT-STATUS      PIC XX.
          01 WS-DECKOUT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
          01 WS-GENERATE-SW          PIC X VALUE "N".
            88 GENERATE-DECK             VALUE "Y".

      * One slot per NITERUN EXEC step. WS-JS-OPERANDS gathers the
      * EXEC operands across continuation lines; PGM, PARM and COND
      * are taken apart from it once the deck is read. Each COND
      * test is code, operator and (optional) step name; WS-JS-EVEN
      * is "E" for COND=EVEN, "O" for COND=ONLY. The IF fields are
      * the enclosing IF (step.RC op value) THEN, if any - the step
      * runs only when that is true.
          01 WS-JS-USED              PIC 9(3) VALUE 0.
          01 WS-JS-TABLE.
            03 WS-JS-ENTRY OCCURS 100 TIMES.
              05 WS-JS-NAME          PIC X(8).
              05 WS-JS-OPERANDS      PIC X(200).
              05 WS-JS-PGM           PIC X(12).
              05 WS-JS-PARM          PIC X(40).
              05 WS-JS-COND-TEXT     PIC X(60).
              05 WS-JS-EVEN          PIC X(1).
              05 WS-JS-TEST-CNT      PIC 9(1).
              05 WS-JS-TEST OCCURS 8 TIMES.
                07 WS-JS-TEST-CODE   PIC 9(4).
                07 WS-JS-TEST-OP     PIC X(2).
                07 WS-JS-TEST-STEP   PIC X(8).
              05 WS-JS-IF-STEP       PIC X(8).
              05 WS-JS-IF-OP         PIC X(2).
              05 WS-JS-IF-VALUE      PIC 9(4).
              05 WS-JS-HOUSE         PIC X(1).
              05 WS-JS-PAIR          PIC 9(3).
          01 WS-JS-IDX               PIC 9(3).
          01 WS-JS-IDX2              PIC 9(3).
          01 WS-JS-OVERFLOW-SW       PIC X VALUE "N".
            88 JS-TABLE-OVERFLOWED       VALUE "Y".

      * One slot per DISPCTL entry, in control-file order.
          01 WS-DC-USED              PIC 9(3) VALUE 0.
          01 WS-DC-TABLE.
            03 WS-DC-ENTRY OCCURS 100 TIMES.
              05 WS-DC-UTILITY       PIC X(10).
              05 WS-DC-PGM           PIC X(12).
              05 WS-DC-ARGS          PIC X(38).
              05 WS-DC-COND          PIC X(2).
              05 WS-DC-FREQ          PIC X(8).
              05 WS-DC-HOL           PIC X(1).
              05 WS-DC-LIMIT         PIC 9(2).
              05 WS-DC-PAIR          PIC 9(3).
          01 WS-DC-IDX               PIC 9(3).
          01 WS-DC-IDX2              PIC 9(3).
          01 WS-DC-OVERFLOW-SW       PIC X VALUE "N".
            88 DC-TABLE-OVERFLOWED       VALUE "Y".

      * Every deck line, kept for DECKOUT: the step it belongs to
      * and its kind - E exec, D DD (or any other statement, or
      * in-stream data), C comment (filed with the step it precedes),
      * I IF/ELSE/ENDIF, J job card.
          01 WS-JL-USED              PIC 9(4) VALUE 0.
          01 WS-JL-TABLE.
            03 WS-JL-ENTRY OCCURS 1500 TIMES.
              05 WS-JL-TEXT          PIC X(80).
              05 WS-JL-STEP          PIC 9(3).
              05 WS-JL-KIND          PIC X(1).
          01 WS-JL-IDX               PIC 9(4).
          01 WS-JL-OVERFLOW-SW       PIC X VALUE "N".
            88 JL-TABLE-OVERFLOWED       VALUE "Y".

      * Deck-reading state.
          01 WS-LINE-KIND            PIC X(1).
          01 WS-LINE-STEP            PIC 9(3).
          01 WS-STMT-KIND            PIC X(1).
          01 WS-STMT-NAME            PIC X(8).
          01 WS-STMT-OP              PIC X(8).
          01 WS-CONTINUED-SW         PIC X VALUE "N".
            88 STATEMENT-CONTINUES       VALUE "Y".
          01 WS-SCAN-PTR             PIC 9(3).
          01 WS-FIELD-TEXT           PIC X(80).
          01 WS-FIELD-LEN            PIC 9(3).
          01 WS-QUOTE-SW             PIC X VALUE "N".
            88 INSIDE-QUOTES             VALUE "Y".
          01 WS-CHAR                 PIC X(1).
          01 WS-OPND-LEN             PIC 9(3).
          01 WS-IF-ACTIVE-SW         PIC X VALUE "N".
            88 INSIDE-IF                 VALUE "Y".
          01 WS-IF-STEP              PIC X(8).
          01 WS-IF-OP                PIC X(2).
          01 WS-IF-VALUE             PIC 9(4).
          01 WS-IF-TEXT              PIC X(80).
          01 WS-IF-WORD1             PIC X(20).
          01 WS-IF-WORD2             PIC X(4).
          01 WS-IF-WORD3             PIC X(8).
          01 WS-IF-RC-WORD           PIC X(8).
          01 WS-IF-NOTE-CNT          PIC 9(3) VALUE 0.

      * Operand and COND take-apart.
          01 WS-CHAR-IDX             PIC 9(3).
          01 WS-PAREN-DEPTH          PIC 9(2).
          01 WS-OPERAND              PIC X(80).
          01 WS-OPERAND-LEN          PIC 9(3).
          01 WS-CLEAN-TEXT           PIC X(60).
          01 WS-CLEAN-LEN            PIC 9(2).
          01 WS-TOKEN-CNT            PIC 9(2).
          01 WS-TOKEN-TABLE.
            03 WS-TOKEN              PIC X(17) OCCURS 24 TIMES.
          01 WS-TOKEN-IDX            PIC 9(2).
          01 WS-TOKEN-PTR            PIC 9(3).
          01 WS-STEP-WORD            PIC X(17).
          01 WS-PARM-WORK            PIC X(40).
          01 WS-PARM-PIECE           PIC X(40).
          01 WS-PARM-DELIM           PIC X(2).
          01 WS-PARM-PIECE-LEN       PIC 9(2).
          01 WS-PARM-LEN             PIC 9(2).
          01 WS-PARM-IN-PTR          PIC 9(3).
          01 WS-PARM-OUT-PTR         PIC 9(3).

      * Scenario evaluation: WS-FAIL-JS is the JCL step taken to end
      * with WS-FAIL-RC (0 - no step - for the clean night); the
      * step under test is WS-EV-JS, paired with WS-EV-DC.
          01 WS-EV-JS                PIC 9(3).
          01 WS-EV-DC                PIC 9(3).
          01 WS-FAIL-JS              PIC 9(3).
          01 WS-FAIL-DC              PIC 9(3).
          01 WS-FAIL-RC              PIC 9(4).
          01 WS-MAX-RC               PIC 9(4).
          01 WS-STEP-RC              PIC 9(4).
          01 WS-TEST-IDX             PIC 9(1).
          01 WS-CODE-IDX             PIC 9(1).
          01 WS-CMP-LEFT             PIC 9(4).
          01 WS-CMP-OP               PIC X(2).
          01 WS-CMP-RIGHT            PIC 9(4).
          01 WS-CMP-SW               PIC X.
            88 COMPARE-TRUE              VALUE "Y".
          01 WS-JCL-RUN-SW           PIC X.
            88 JCL-RUNS-STEP             VALUE "Y".
          01 WS-DISP-RUN-SW          PIC X.
            88 DISP-RUNS-STEP            VALUE "Y".
          01 WS-CLEAN-JCL-SW         PIC X.
          01 WS-CLEAN-DISP-SW        PIC X.
          01 WS-RUN-SKIP-LIST        PIC X(20).
          01 WS-RUN-SKIP-PTR         PIC 9(2).
          01 WS-SKIP-RUN-LIST        PIC X(20).
          01 WS-SKIP-RUN-PTR         PIC 9(2).

          01 WS-ONLY-JCL-CNT         PIC 9(5) VALUE 0.
          01 WS-ONLY-DC-CNT          PIC 9(5) VALUE 0.
          01 WS-ARG-DIFF-CNT         PIC 9(5) VALUE 0.
          01 WS-ORDER-CNT            PIC 9(5) VALUE 0.
          01 WS-CALENDAR-CNT         PIC 9(5) VALUE 0.
          01 WS-COND-DIFF-CNT        PIC 9(5) VALUE 0.
          01 WS-PAIRED-CNT           PIC 9(5) VALUE 0.
          01 WS-HOUSE-CNT            PIC 9(5) VALUE 0.
          01 WS-DRIFT-CNT            PIC 9(5) VALUE 0.
          01 WS-SECTION-CNT          PIC 9(5).
          01 WS-LAST-DC              PIC 9(3).
          01 WS-COUNT-EDIT           PIC Z(4)9.
          01 WS-COUNT-EDIT2          PIC Z(4)9.
          01 WS-NUM-EDIT             PIC Z(3)9.
          01 WS-DC-EDIT              PIC ZZ9.
          01 WS-CMP-PARM             PIC X(40).
          01 WS-JS-DESC              PIC X(60).
          01 WS-DC-DESC              PIC X(60).

      * DECKOUT building.
          01 WS-DECK-LINE            PIC X(80).
          01 WS-DECK-LEN             PIC 9(3).
          01 WS-DECK-OPND-CNT        PIC 9(1).
          01 WS-DECK-OPND-TABLE.
            03 WS-DECK-OPND          PIC X(60) OCCURS 3 TIMES.
          01 WS-DECK-OPND-IDX        PIC 9(1).
          01 WS-DECK-PIECE           PIC X(62).
          01 WS-DECK-PIECE-LEN       PIC 9(3).
          01 WS-DECK-STEP-NAME       PIC X(8).
          01 WS-DECK-STEP-NUM        PIC 9(3).
          01 WS-DECK-CNT             PIC 9(5) VALUE 0.

          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for DRIFTRPT, the same
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
           IF CMD-ARGS (1:8) IS EQUAL TO "GENERATE"
              MOVE "Y" TO WS-GENERATE-SW
           END-IF.
           OPEN OUTPUT DRIFT-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM LOAD-JOB-DECK.
           PERFORM LOAD-CONTROL-FILE.
           IF WS-JS-USED IS EQUAL TO 0 OR WS-DC-USED IS EQUAL TO 0
              MOVE "NOTHING TO COMPARE - JOBDECK OR DISPCTL IS EMPTY"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              CLOSE DRIFT-RPT-FILE
              MOVE CMD-ARGS TO WS-AUDIT-INPUT
              MOVE "NO JOBDECK OR NO DISPCTL" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-RUN-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              PERFORM TAKE-APART-OPERANDS
              PERFORM TAKE-APART-COND
              PERFORM MARK-HOUSEKEEPING-STEP
           END-PERFORM.
           PERFORM PAIR-STEPS.
           PERFORM REPORT-PAIRED-STEPS.
           PERFORM REPORT-JCL-ONLY-STEPS.
           PERFORM REPORT-DISPCTL-ONLY-STEPS.
           PERFORM REPORT-ARGUMENT-DIFFERENCES.
           PERFORM REPORT-ORDER-DIFFERENCES.
           PERFORM REPORT-CALENDAR-DIFFERENCES.
           PERFORM REPORT-CONDITION-DIFFERENCES.
           PERFORM REPORT-HOUSEKEEPING-STEPS.
           IF GENERATE-DECK
              PERFORM WRITE-CANDIDATE-DECK
           END-IF.
           PERFORM WRITE-TOTALS.
           CLOSE DRIFT-RPT-FILE.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           MOVE WS-PAIRED-CNT TO WS-COUNT-EDIT.
           MOVE WS-DRIFT-CNT TO WS-COUNT-EDIT2.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " paired, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " drift" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           IF WS-DRIFT-CNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           ELSE
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           PERFORM WRITE-RUN-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

      * ---------------------------------------------------------
      * Reading the NITERUN deck.
      * ---------------------------------------------------------
          LOAD-JOB-DECK.
           OPEN INPUT JOB-DECK-FILE.
           IF WS-JOBDECK-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No JOBDECK dataset - no job stream to compare."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ JOB-DECK-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-DECK-LINE
              END-READ
           END-PERFORM.
           CLOSE JOB-DECK-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * Comment lines are filed with the step that follows them,
      * since in this shop a step's comment block sits above it.
          TAKE-DECK-LINE.
           IF JOB-DECK-REC (1:3) IS EQUAL TO "//*"
              MOVE "C" TO WS-LINE-KIND
              COMPUTE WS-LINE-STEP = WS-JS-USED + 1
              PERFORM STORE-DECK-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-JS-USED TO WS-LINE-STEP.
           IF JOB-DECK-REC (1:2) IS NOT EQUAL TO "//"
              MOVE "D" TO WS-LINE-KIND
              PERFORM STORE-DECK-LINE
              EXIT PARAGRAPH
           END-IF.
           IF STATEMENT-CONTINUES
              MOVE WS-STMT-KIND TO WS-LINE-KIND
              PERFORM STORE-DECK-LINE
              MOVE 3 TO WS-SCAN-PTR
              PERFORM SCAN-OPERAND-FIELD
              IF WS-STMT-KIND IS EQUAL TO "E"
                 PERFORM APPEND-EXEC-OPERANDS
              END-IF
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STMT-NAME WS-STMT-OP.
           MOVE 3 TO WS-SCAN-PTR.
           IF JOB-DECK-REC (3:1) IS NOT EQUAL TO SPACE
              UNSTRING JOB-DECK-REC DELIMITED BY ALL SPACES
                 INTO WS-STMT-NAME
                 WITH POINTER WS-SCAN-PTR
              END-UNSTRING
           ELSE
              PERFORM SKIP-BLANKS
           END-IF.
           IF WS-SCAN-PTR < 72
              UNSTRING JOB-DECK-REC DELIMITED BY ALL SPACES
                 INTO WS-STMT-OP
                 WITH POINTER WS-SCAN-PTR
              END-UNSTRING
           END-IF.
           EVALUATE WS-STMT-OP
              WHEN "EXEC"
                 PERFORM START-JCL-STEP
                 MOVE "E" TO WS-STMT-KIND
                 MOVE WS-JS-USED TO WS-LINE-STEP
                 PERFORM SCAN-OPERAND-FIELD
                 PERFORM APPEND-EXEC-OPERANDS
              WHEN "IF"
                 MOVE "I" TO WS-STMT-KIND
                 PERFORM TAKE-IF-STATEMENT
                 MOVE "N" TO WS-CONTINUED-SW
              WHEN "ENDIF"
                 MOVE "I" TO WS-STMT-KIND
                 MOVE "N" TO WS-IF-ACTIVE-SW WS-CONTINUED-SW
              WHEN "ELSE"
                 MOVE "I" TO WS-STMT-KIND
                 MOVE "N" TO WS-IF-ACTIVE-SW WS-CONTINUED-SW
                 ADD 1 TO WS-IF-NOTE-CNT
              WHEN "JOB"
                 MOVE "J" TO WS-STMT-KIND
                 PERFORM SCAN-OPERAND-FIELD
              WHEN OTHER
                 MOVE "D" TO WS-STMT-KIND
                 PERFORM SCAN-OPERAND-FIELD
           END-EVALUATE.
           MOVE WS-STMT-KIND TO WS-LINE-KIND.
           PERFORM STORE-DECK-LINE.

          STORE-DECK-LINE.
           IF WS-JL-USED NOT LESS THAN 1500
              IF NOT JL-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 1500 JOBDECK lines,"
                    " extras not carried to DECKOUT"
                 MOVE "Y" TO WS-JL-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JL-USED.
           MOVE JOB-DECK-REC TO WS-JL-TEXT (WS-JL-USED).
           MOVE WS-LINE-STEP TO WS-JL-STEP (WS-JL-USED).
           MOVE WS-LINE-KIND TO WS-JL-KIND (WS-JL-USED).

          SKIP-BLANKS.
           PERFORM UNTIL WS-SCAN-PTR > 71
                 OR JOB-DECK-REC (WS-SCAN-PTR:1) IS NOT EQUAL TO SPACE
              ADD 1 TO WS-SCAN-PTR
           END-PERFORM.

      * The operand field runs from the first non-blank to the first
      * blank outside quotes (anything after is comment), never past
      * column 71. A trailing comma means the next line continues it.
          SCAN-OPERAND-FIELD.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE 0 TO WS-FIELD-LEN.
           MOVE "N" TO WS-QUOTE-SW WS-CONTINUED-SW.
           PERFORM SKIP-BLANKS.
           PERFORM UNTIL WS-SCAN-PTR > 71
              MOVE JOB-DECK-REC (WS-SCAN-PTR:1) TO WS-CHAR
              IF WS-CHAR IS EQUAL TO SPACE AND NOT INSIDE-QUOTES
                 EXIT PERFORM
              END-IF
              IF WS-CHAR IS EQUAL TO "'"
                 IF INSIDE-QUOTES
                    MOVE "N" TO WS-QUOTE-SW
                 ELSE
                    MOVE "Y" TO WS-QUOTE-SW
                 END-IF
              END-IF
              ADD 1 TO WS-FIELD-LEN
              MOVE WS-CHAR TO WS-FIELD-TEXT (WS-FIELD-LEN:1)
              ADD 1 TO WS-SCAN-PTR
           END-PERFORM.
           IF WS-FIELD-LEN > 0
              IF WS-FIELD-TEXT (WS-FIELD-LEN:1) IS EQUAL TO ","
                 MOVE "Y" TO WS-CONTINUED-SW
              END-IF
           END-IF.

          START-JCL-STEP.
           IF WS-JS-USED NOT LESS THAN 100
              IF NOT JS-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 100 JOBDECK steps,"
                    " extras not compared"
                 MOVE "Y" TO WS-JS-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JS-USED.
           MOVE WS-STMT-NAME TO WS-JS-NAME (WS-JS-USED).
           MOVE SPACES TO WS-JS-OPERANDS (WS-JS-USED)
              WS-JS-PGM (WS-JS-USED) WS-JS-PARM (WS-JS-USED)
              WS-JS-COND-TEXT (WS-JS-USED) WS-JS-EVEN (WS-JS-USED)
              WS-JS-IF-STEP (WS-JS-USED) WS-JS-IF-OP (WS-JS-USED).
           MOVE 0 TO WS-JS-TEST-CNT (WS-JS-USED)
              WS-JS-IF-VALUE (WS-JS-USED) WS-JS-PAIR (WS-JS-USED).
           MOVE "N" TO WS-JS-HOUSE (WS-JS-USED).
           MOVE 0 TO WS-OPND-LEN.
           IF INSIDE-IF
              MOVE WS-IF-STEP TO WS-JS-IF-STEP (WS-JS-USED)
              MOVE WS-IF-OP TO WS-JS-IF-OP (WS-JS-USED)
              MOVE WS-IF-VALUE TO WS-JS-IF-VALUE (WS-JS-USED)
           END-IF.

          APPEND-EXEC-OPERANDS.
           IF WS-JS-USED IS EQUAL TO 0 OR WS-FIELD-LEN IS EQUAL TO 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-OPND-LEN + WS-FIELD-LEN > 200
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-FIELD-TEXT (1:WS-FIELD-LEN)
              TO WS-JS-OPERANDS (WS-JS-USED) (WS-OPND-LEN + 1:
                 WS-FIELD-LEN).
           ADD WS-FIELD-LEN TO WS-OPND-LEN.

      * Only the simple relational form is taken apart - IF
      * (STEP.RC op n) THEN, op as a word (LT, LE, GT, GE, EQ, NE)
      * or a symbol - which is the form NITERUN uses. Anything else
      * is noted on the report and the steps inside it are treated
      * as unconditional.
          TAKE-IF-STATEMENT.
           MOVE SPACES TO WS-IF-TEXT WS-IF-WORD1 WS-IF-WORD2
              WS-IF-WORD3 WS-IF-STEP WS-IF-OP WS-IF-RC-WORD.
           MOVE 0 TO WS-IF-VALUE.
           MOVE "N" TO WS-IF-ACTIVE-SW.
           IF WS-SCAN-PTR > 71
              ADD 1 TO WS-IF-NOTE-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE JOB-DECK-REC (WS-SCAN-PTR:) TO WS-IF-TEXT.
           INSPECT WS-IF-TEXT REPLACING ALL "(" BY SPACE
              ALL ")" BY SPACE.
           MOVE 1 TO WS-TOKEN-PTR.
           PERFORM UNTIL WS-TOKEN-PTR > 80
                 OR WS-IF-TEXT (WS-TOKEN-PTR:1) IS NOT EQUAL TO SPACE
              ADD 1 TO WS-TOKEN-PTR
           END-PERFORM.
           IF WS-TOKEN-PTR > 80
              ADD 1 TO WS-IF-NOTE-CNT
              EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-IF-TEXT DELIMITED BY ALL SPACES
              INTO WS-IF-WORD1 WS-IF-WORD2 WS-IF-WORD3
              WITH POINTER WS-TOKEN-PTR
           END-UNSTRING.
           UNSTRING WS-IF-WORD1 DELIMITED BY "."
              INTO WS-IF-STEP WS-IF-RC-WORD
           END-UNSTRING.
           EVALUATE WS-IF-WORD2
              WHEN "LT" WHEN "<"  MOVE "LT" TO WS-IF-OP
              WHEN "LE" WHEN "<=" MOVE "LE" TO WS-IF-OP
              WHEN "GT" WHEN ">"  MOVE "GT" TO WS-IF-OP
              WHEN "GE" WHEN ">=" MOVE "GE" TO WS-IF-OP
              WHEN "EQ" WHEN "="  MOVE "EQ" TO WS-IF-OP
              WHEN "NE"           MOVE "NE" TO WS-IF-OP
              WHEN OTHER          MOVE SPACES TO WS-IF-OP
           END-EVALUATE.
           IF WS-IF-RC-WORD IS NOT EQUAL TO "RC"
                 OR WS-IF-OP IS EQUAL TO SPACES
                 OR FUNCTION TEST-NUMVAL(WS-IF-WORD3) NOT = 0
              ADD 1 TO WS-IF-NOTE-CNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IF-VALUE = FUNCTION NUMVAL(WS-IF-WORD3).
           MOVE "Y" TO WS-IF-ACTIVE-SW.

      * Splits the gathered EXEC operands at the commas outside
      * quotes and parentheses and keeps PGM, PARM and COND.
          TAKE-APART-OPERANDS.
           MOVE SPACES TO WS-OPERAND.
           MOVE 0 TO WS-OPERAND-LEN WS-PAREN-DEPTH.
           MOVE "N" TO WS-QUOTE-SW.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-CHAR-IDX > 200
              MOVE WS-JS-OPERANDS (WS-JS-IDX) (WS-CHAR-IDX:1)
                 TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR IS EQUAL TO "'"
                    IF INSIDE-QUOTES
                       MOVE "N" TO WS-QUOTE-SW
                    ELSE
                       MOVE "Y" TO WS-QUOTE-SW
                    END-IF
                    PERFORM ADD-OPERAND-CHAR
                 WHEN INSIDE-QUOTES
                    PERFORM ADD-OPERAND-CHAR
                 WHEN WS-CHAR IS EQUAL TO "("
                    ADD 1 TO WS-PAREN-DEPTH
                    PERFORM ADD-OPERAND-CHAR
                 WHEN WS-CHAR IS EQUAL TO ")"
                    IF WS-PAREN-DEPTH > 0
                       SUBTRACT 1 FROM WS-PAREN-DEPTH
                    END-IF
                    PERFORM ADD-OPERAND-CHAR
                 WHEN (WS-CHAR IS EQUAL TO "," OR SPACE)
                       AND WS-PAREN-DEPTH IS EQUAL TO 0
                    PERFORM KEEP-EXEC-OPERAND
                 WHEN OTHER
                    PERFORM ADD-OPERAND-CHAR
              END-EVALUATE
           END-PERFORM.
           PERFORM KEEP-EXEC-OPERAND.

          ADD-OPERAND-CHAR.
           IF WS-OPERAND-LEN < 80
              ADD 1 TO WS-OPERAND-LEN
              MOVE WS-CHAR TO WS-OPERAND (WS-OPERAND-LEN:1)
           END-IF.

      * A PARM's enclosing quotes are dropped (a doubled quote
      * inside stands for one), so it compares with CTL-ARGS as the
      * program would see it.
          KEEP-EXEC-OPERAND.
           IF WS-OPERAND-LEN IS EQUAL TO 0
              EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
              WHEN WS-OPERAND (1:4) IS EQUAL TO "PGM="
                 MOVE WS-OPERAND (5:12) TO WS-JS-PGM (WS-JS-IDX)
              WHEN WS-OPERAND (1:5) IS EQUAL TO "PARM="
                 IF WS-OPERAND (6:1) IS EQUAL TO "'"
                       AND WS-OPERAND-LEN > 7
                    MOVE WS-OPERAND (7:WS-OPERAND-LEN - 7)
                       TO WS-JS-PARM (WS-JS-IDX)
                    PERFORM COLLAPSE-PARM-QUOTES
                 ELSE IF WS-OPERAND (6:1) IS NOT EQUAL TO "'"
                    MOVE WS-OPERAND (6:) TO WS-JS-PARM (WS-JS-IDX)
                 END-IF
              WHEN WS-OPERAND (1:5) IS EQUAL TO "COND="
                 MOVE WS-OPERAND (6:) TO WS-JS-COND-TEXT (WS-JS-IDX)
           END-EVALUATE.
           MOVE SPACES TO WS-OPERAND.
           MOVE 0 TO WS-OPERAND-LEN.

      * The PARM is rebuilt piece by piece around each doubled quote,
      * one quote put back in its place, so the text after it closes
      * up the way the program receives it ('IT''S' is IT'S).
          COLLAPSE-PARM-QUOTES.
           MOVE WS-JS-PARM (WS-JS-IDX) TO WS-PARM-WORK.
           MOVE SPACES TO WS-JS-PARM (WS-JS-IDX).
           MOVE 1 TO WS-PARM-IN-PTR WS-PARM-OUT-PTR.
           PERFORM UNTIL WS-PARM-IN-PTR > 40
              MOVE SPACES TO WS-PARM-PIECE WS-PARM-DELIM
              MOVE 0 TO WS-PARM-PIECE-LEN
              UNSTRING WS-PARM-WORK DELIMITED BY "''"
                 INTO WS-PARM-PIECE DELIMITER IN WS-PARM-DELIM
                    COUNT IN WS-PARM-PIECE-LEN
                 WITH POINTER WS-PARM-IN-PTR
              END-UNSTRING
              IF WS-PARM-PIECE-LEN > 0
                 STRING WS-PARM-PIECE (1:WS-PARM-PIECE-LEN)
                      DELIMITED BY SIZE
                    INTO WS-JS-PARM (WS-JS-IDX)
                    WITH POINTER WS-PARM-OUT-PTR
                 END-STRING
              END-IF
              IF WS-PARM-DELIM IS EQUAL TO "''"
                 STRING "'" DELIMITED BY SIZE
                    INTO WS-JS-PARM (WS-JS-IDX)
                    WITH POINTER WS-PARM-OUT-PTR
                 END-STRING
              END-IF
           END-PERFORM.

      * COND=EVEN, COND=ONLY, COND=(c,op), COND=(c,op,step) and the
      * list forms: the parentheses and blanks are dropped and the
      * rest read as comma-separated tokens, a code and operator
      * followed by a step name when the next token is not another
      * code.
          TAKE-APART-COND.
           IF WS-JS-COND-TEXT (WS-JS-IDX) IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CLEAN-TEXT.
           MOVE 0 TO WS-CLEAN-LEN.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-CHAR-IDX > 60
              MOVE WS-JS-COND-TEXT (WS-JS-IDX) (WS-CHAR-IDX:1)
                 TO WS-CHAR
              IF WS-CHAR IS NOT EQUAL TO "("
                    AND WS-CHAR IS NOT EQUAL TO ")"
                    AND WS-CHAR IS NOT EQUAL TO SPACE
                 ADD 1 TO WS-CLEAN-LEN
                 MOVE WS-CHAR TO WS-CLEAN-TEXT (WS-CLEAN-LEN:1)
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE 0 TO WS-TOKEN-CNT.
           MOVE 1 TO WS-TOKEN-PTR.
           PERFORM UNTIL WS-TOKEN-PTR > WS-CLEAN-LEN
                 OR WS-TOKEN-CNT NOT LESS THAN 24
              ADD 1 TO WS-TOKEN-CNT
              UNSTRING WS-CLEAN-TEXT DELIMITED BY ","
                 INTO WS-TOKEN (WS-TOKEN-CNT)
                 WITH POINTER WS-TOKEN-PTR
              END-UNSTRING
           END-PERFORM.
           MOVE 1 TO WS-TOKEN-IDX.
           PERFORM UNTIL WS-TOKEN-IDX > WS-TOKEN-CNT
              EVALUATE TRUE
                 WHEN WS-TOKEN (WS-TOKEN-IDX) IS EQUAL TO "EVEN"
                    MOVE "E" TO WS-JS-EVEN (WS-JS-IDX)
                    ADD 1 TO WS-TOKEN-IDX
                 WHEN WS-TOKEN (WS-TOKEN-IDX) IS EQUAL TO "ONLY"
                    MOVE "O" TO WS-JS-EVEN (WS-JS-IDX)
                    ADD 1 TO WS-TOKEN-IDX
                 WHEN FUNCTION TEST-NUMVAL(WS-TOKEN (WS-TOKEN-IDX))
                       = 0
                    PERFORM TAKE-COND-TEST
                 WHEN OTHER
                    ADD 1 TO WS-TOKEN-IDX
              END-EVALUATE
           END-PERFORM.

          TAKE-COND-TEST.
           IF WS-JS-TEST-CNT (WS-JS-IDX) NOT LESS THAN 8
              ADD 3 TO WS-TOKEN-IDX
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JS-TEST-CNT (WS-JS-IDX).
           MOVE WS-JS-TEST-CNT (WS-JS-IDX) TO WS-TEST-IDX.
           COMPUTE WS-JS-TEST-CODE (WS-JS-IDX WS-TEST-IDX) =
              FUNCTION NUMVAL(WS-TOKEN (WS-TOKEN-IDX)).
           ADD 1 TO WS-TOKEN-IDX.
           IF WS-TOKEN-IDX > 24
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOKEN (WS-TOKEN-IDX)
              TO WS-JS-TEST-OP (WS-JS-IDX WS-TEST-IDX).
           MOVE SPACES TO WS-JS-TEST-STEP (WS-JS-IDX WS-TEST-IDX).
           ADD 1 TO WS-TOKEN-IDX.
           IF WS-TOKEN-IDX > WS-TOKEN-CNT
              EXIT PARAGRAPH
           END-IF.
           IF WS-TOKEN (WS-TOKEN-IDX) IS EQUAL TO "EVEN"
                 OR WS-TOKEN (WS-TOKEN-IDX) IS EQUAL TO "ONLY"
                 OR FUNCTION TEST-NUMVAL(WS-TOKEN (WS-TOKEN-IDX)) = 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-STEP-WORD.
           UNSTRING WS-TOKEN (WS-TOKEN-IDX) DELIMITED BY "."
              INTO WS-STEP-WORD
           END-UNSTRING.
           MOVE WS-STEP-WORD TO WS-JS-TEST-STEP (WS-JS-IDX WS-TEST-IDX).
           ADD 1 TO WS-TOKEN-IDX.

      * The system utilities manage datasets only; DISPATCHER has no
      * counterpart for them.
          MARK-HOUSEKEEPING-STEP.
           IF WS-JS-PGM (WS-JS-IDX) IS EQUAL TO "IEFBR14"
                 OR WS-JS-PGM (WS-JS-IDX) IS EQUAL TO "IEBGENER"
                 OR WS-JS-PGM (WS-JS-IDX) IS EQUAL TO "IDCAMS"
                 OR WS-JS-PGM (WS-JS-IDX) IS EQUAL TO "IEBCOPY"
                 OR WS-JS-PGM (WS-JS-IDX) IS EQUAL TO "SORT"
              MOVE "Y" TO WS-JS-HOUSE (WS-JS-IDX)
              ADD 1 TO WS-HOUSE-CNT
           END-IF.

      * ---------------------------------------------------------
      * Reading DISPCTL.
      * ---------------------------------------------------------
          LOAD-CONTROL-FILE.
           OPEN INPUT DISP-CTL-FILE.
           IF WS-DISPCTL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No DISPCTL dataset - no control file to"
                 " compare."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ DISP-CTL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-CONTROL-ENTRY
              END-READ
           END-PERFORM.
           CLOSE DISP-CTL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * The utility is the program's file name; the program is the
      * same name in capitals, except the two whose PROGRAM-ID
      * differs from the file.
          TAKE-CONTROL-ENTRY.
           IF CTL-UTILITY IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           IF WS-DC-USED NOT LESS THAN 100
              IF NOT DC-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 100 DISPCTL entries,"
                    " extras not compared"
                 MOVE "Y" TO WS-DC-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DC-USED.
           MOVE CTL-UTILITY TO WS-DC-UTILITY (WS-DC-USED).
           MOVE CTL-ARGS TO WS-DC-ARGS (WS-DC-USED).
           MOVE CTL-COND TO WS-DC-COND (WS-DC-USED).
           MOVE CTL-FREQ TO WS-DC-FREQ (WS-DC-USED).
           MOVE CTL-HOL TO WS-DC-HOL (WS-DC-USED).
           MOVE 0 TO WS-DC-PAIR (WS-DC-USED) WS-DC-LIMIT (WS-DC-USED).
           MOVE CTL-UTILITY TO WS-DC-PGM (WS-DC-USED).
           INSPECT WS-DC-PGM (WS-DC-USED) CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-DC-PGM (WS-DC-USED) IS EQUAL TO "DISPATCH"
              MOVE "DISPATCHER" TO WS-DC-PGM (WS-DC-USED)
           END-IF.
           IF WS-DC-PGM (WS-DC-USED) IS EQUAL TO "MENU"
              MOVE "MENU-DRIVER" TO WS-DC-PGM (WS-DC-USED)
           END-IF.
           IF CTL-COND IS NOT EQUAL TO SPACES
              IF FUNCTION TEST-NUMVAL(CTL-COND) = 0
                 COMPUTE WS-DC-LIMIT (WS-DC-USED) =
                    FUNCTION NUMVAL(CTL-COND)
              END-IF
           END-IF.

      * ---------------------------------------------------------
      * Pairing: exact program and arguments first, then program
      * alone, each in order of appearance.
      * ---------------------------------------------------------
          PAIR-STEPS.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-HOUSE (WS-JS-IDX) IS EQUAL TO "N"
                 PERFORM PAIR-ON-ARGUMENTS
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-HOUSE (WS-JS-IDX) IS EQUAL TO "N"
                    AND WS-JS-PAIR (WS-JS-IDX) IS EQUAL TO 0
                 PERFORM PAIR-ON-PROGRAM
              END-IF
           END-PERFORM.

          PAIR-ON-ARGUMENTS.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-DC-USED
              MOVE WS-DC-ARGS (WS-DC-IDX) TO WS-CMP-PARM
              IF WS-DC-PAIR (WS-DC-IDX) IS EQUAL TO 0
                    AND WS-DC-PGM (WS-DC-IDX) IS EQUAL TO
                        WS-JS-PGM (WS-JS-IDX)
                    AND FUNCTION TRIM(WS-CMP-PARM) IS EQUAL TO
                        FUNCTION TRIM(WS-JS-PARM (WS-JS-IDX))
                 PERFORM MAKE-PAIR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          PAIR-ON-PROGRAM.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-DC-USED
              IF WS-DC-PAIR (WS-DC-IDX) IS EQUAL TO 0
                    AND WS-DC-PGM (WS-DC-IDX) IS EQUAL TO
                        WS-JS-PGM (WS-JS-IDX)
                 PERFORM MAKE-PAIR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          MAKE-PAIR.
           MOVE WS-DC-IDX TO WS-JS-PAIR (WS-JS-IDX).
           MOVE WS-JS-IDX TO WS-DC-PAIR (WS-DC-IDX).
           ADD 1 TO WS-PAIRED-CNT.

      * ---------------------------------------------------------
      * Report sections.
      * ---------------------------------------------------------
          SET-JS-DESC.
           MOVE SPACES TO WS-JS-DESC.
           STRING WS-JS-NAME (WS-JS-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-PGM (WS-JS-IDX)) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-PARM (WS-JS-IDX)) DELIMITED BY SIZE
                INTO WS-JS-DESC
           END-STRING.

          SET-DC-DESC.
           MOVE WS-DC-IDX TO WS-DC-EDIT.
           MOVE SPACES TO WS-DC-DESC.
           STRING "DISPCTL " DELIMITED BY SIZE
                WS-DC-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-DC-UTILITY (WS-DC-IDX))
                   DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-DC-ARGS (WS-DC-IDX)) DELIMITED BY SIZE
                INTO WS-DC-DESC
           END-STRING.

          REPORT-PAIRED-STEPS.
           MOVE "--- PAIRED STEPS (NITERUN / DISPCTL) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-PAIR (WS-JS-IDX) > 0
                 MOVE WS-JS-PAIR (WS-JS-IDX) TO WS-DC-IDX
                 PERFORM SET-JS-DESC
                 PERFORM SET-DC-DESC
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE WS-JS-DESC TO WS-PRINT-LINE (1:45)
                 MOVE WS-DC-DESC TO WS-PRINT-LINE (47:54)
                 PERFORM EMIT-LINE
              END-IF
           END-PERFORM.

          REPORT-JCL-ONLY-STEPS.
           MOVE "--- STEPS IN NITERUN ONLY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-HOUSE (WS-JS-IDX) IS EQUAL TO "N"
                    AND WS-JS-PAIR (WS-JS-IDX) IS EQUAL TO 0
                 PERFORM SET-JS-DESC
                 MOVE WS-JS-DESC TO WS-PRINT-LINE
                 PERFORM EMIT-LINE
                 ADD 1 TO WS-ONLY-JCL-CNT WS-DRIFT-CNT
              END-IF
           END-PERFORM.
           IF WS-ONLY-JCL-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          REPORT-DISPCTL-ONLY-STEPS.
           MOVE "--- STEPS IN DISPCTL ONLY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-DC-USED
              IF WS-DC-PAIR (WS-DC-IDX) IS EQUAL TO 0
                 PERFORM SET-DC-DESC
                 MOVE WS-DC-DESC TO WS-PRINT-LINE
                 PERFORM EMIT-LINE
                 ADD 1 TO WS-ONLY-DC-CNT WS-DRIFT-CNT
              END-IF
           END-PERFORM.
           IF WS-ONLY-DC-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          REPORT-ARGUMENT-DIFFERENCES.
           MOVE "--- ARGUMENT DIFFERENCES ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-PAIR (WS-JS-IDX) > 0
                 MOVE WS-JS-PAIR (WS-JS-IDX) TO WS-DC-IDX
                 MOVE WS-DC-ARGS (WS-DC-IDX) TO WS-CMP-PARM
                 IF FUNCTION TRIM(WS-CMP-PARM) IS NOT EQUAL TO
                       FUNCTION TRIM(WS-JS-PARM (WS-JS-IDX))
                    PERFORM WRITE-ARGUMENT-DIFFERENCE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ARG-DIFF-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          WRITE-ARGUMENT-DIFFERENCE.
           ADD 1 TO WS-ARG-DIFF-CNT WS-DRIFT-CNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-JS-NAME (WS-JS-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-PGM (WS-JS-IDX)) DELIMITED BY SIZE
                "  NITERUN PARM: '" DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-PARM (WS-JS-IDX)) DELIMITED BY SIZE
                "'" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-DC-IDX TO WS-DC-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "         DISPCTL " DELIMITED BY SIZE
                WS-DC-EDIT DELIMITED BY SIZE
                " ARGS: '" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DC-ARGS (WS-DC-IDX)) DELIMITED BY SIZE
                "'" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Pairs taken in NITERUN order should climb through DISPCTL;
      * one that falls back behind the pair before it runs earlier
      * under DISPATCHER than under the JCL.
          REPORT-ORDER-DIFFERENCES.
           MOVE "--- STEPS IN A DIFFERENT ORDER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-LAST-DC.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-PAIR (WS-JS-IDX) > 0
                 MOVE WS-JS-PAIR (WS-JS-IDX) TO WS-DC-IDX
                 IF WS-DC-IDX < WS-LAST-DC
                    PERFORM SET-JS-DESC
                    PERFORM SET-DC-DESC
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING WS-JS-NAME (WS-JS-IDX) DELIMITED BY SIZE
                         " RUNS AHEAD OF AN EARLIER NITERUN STEP AS "
                            DELIMITED BY SIZE
                         FUNCTION TRIM(WS-DC-DESC) DELIMITED BY SIZE
                         INTO WS-PRINT-LINE
                    END-STRING
                    PERFORM EMIT-LINE
                    ADD 1 TO WS-ORDER-CNT WS-DRIFT-CNT
                 ELSE
                    MOVE WS-DC-IDX TO WS-LAST-DC
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ORDER-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * NITERUN has no calendar of its own - it runs every step it
      * is submitted with - so a DISPCTL entry tied to a weekday or
      * a month-end, or one DISPATCHER cannot read, behaves
      * differently under the two on most nights. So does one
      * without CTL-HOL "Y" on every HOLCAL holiday: DISPATCHER
      * skips it and NITERUN runs it.
          REPORT-CALENDAR-DIFFERENCES.
           MOVE "--- CALENDAR AND CONTROL-FILE DIFFERENCES ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-DC-USED
              IF WS-DC-FREQ (WS-DC-IDX) IS NOT EQUAL TO SPACES
                    AND WS-DC-FREQ (WS-DC-IDX) IS NOT EQUAL TO "DAILY"
                    AND WS-DC-PAIR (WS-DC-IDX) > 0
                 PERFORM SET-DC-DESC
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING FUNCTION TRIM(WS-DC-DESC) DELIMITED BY SIZE
                      "  RUNS " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DC-FREQ (WS-DC-IDX))
                         DELIMITED BY SIZE
                      " ONLY; NITERUN RUNS IT EVERY NIGHT"
                         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM EMIT-LINE
                 ADD 1 TO WS-CALENDAR-CNT WS-DRIFT-CNT
              END-IF
              IF WS-DC-HOL (WS-DC-IDX) IS NOT EQUAL TO "Y"
                    AND WS-DC-PAIR (WS-DC-IDX) > 0
                 PERFORM SET-DC-DESC
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING FUNCTION TRIM(WS-DC-DESC) DELIMITED BY SIZE
                      "  SKIPPED ON HOLCAL HOLIDAYS; NITERUN RUNS IT"
                         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM EMIT-LINE
                 ADD 1 TO WS-CALENDAR-CNT WS-DRIFT-CNT
              END-IF
              IF WS-DC-COND (WS-DC-IDX) IS NOT EQUAL TO SPACES
                    AND FUNCTION TEST-NUMVAL(WS-DC-COND (WS-DC-IDX))
                       NOT = 0
                 PERFORM SET-DC-DESC
                 MOVE SPACES TO WS-PRINT-LINE
                 STRING FUNCTION TRIM(WS-DC-DESC) DELIMITED BY SIZE
                      "  CTL-COND '" DELIMITED BY SIZE
                      WS-DC-COND (WS-DC-IDX) DELIMITED BY SIZE
                      "' IS NOT A NUMBER - DISPATCHER IGNORES IT"
                         DELIMITED BY SIZE
                      INTO WS-PRINT-LINE
                 END-STRING
                 PERFORM EMIT-LINE
                 ADD 1 TO WS-CALENDAR-CNT WS-DRIFT-CNT
              END-IF
           END-PERFORM.
           IF WS-IF-NOTE-CNT > 0
              MOVE WS-IF-NOTE-CNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NITERUN HAS " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " IF/ELSE STATEMENT(S) NOT IN THE (STEP.RC OP N)"
                      DELIMITED BY SIZE
                   " FORM - STEPS UNDER THEM TAKEN AS UNCONDITIONAL"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           IF WS-CALENDAR-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * Every paired step is judged on a clean night, then with
      * each other paired step ending RC 4, 8, 12 and 16 in turn. A
      * difference already present on the clean night is reported
      * once; a failure case is reported only when it changes the
      * picture from the clean night, so one wrong COND does not
      * repeat down the page.
          REPORT-CONDITION-DIFFERENCES.
           MOVE "--- CONDITION-CODE DIFFERENCES ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-EV-JS FROM 1 BY 1
                    UNTIL WS-EV-JS > WS-JS-USED
              IF WS-JS-PAIR (WS-EV-JS) > 0
                 PERFORM COMPARE-ONE-STEP
              END-IF
           END-PERFORM.
           IF WS-COND-DIFF-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          COMPARE-ONE-STEP.
           MOVE WS-JS-PAIR (WS-EV-JS) TO WS-EV-DC.
           MOVE 0 TO WS-FAIL-JS WS-FAIL-DC WS-FAIL-RC.
           PERFORM JUDGE-JCL-STEP.
           PERFORM JUDGE-DISPCTL-STEP.
           MOVE WS-JCL-RUN-SW TO WS-CLEAN-JCL-SW.
           MOVE WS-DISP-RUN-SW TO WS-CLEAN-DISP-SW.
           IF WS-CLEAN-JCL-SW IS NOT EQUAL TO WS-CLEAN-DISP-SW
              MOVE SPACES TO WS-PRINT-LINE
              MOVE WS-EV-JS TO WS-JS-IDX
              STRING WS-JS-NAME (WS-EV-JS) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-JS-PGM (WS-EV-JS))
                      DELIMITED BY SIZE
                   "  ON A CLEAN NIGHT: " DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM APPEND-VERDICT
              PERFORM EMIT-LINE
              ADD 1 TO WS-COND-DIFF-CNT WS-DRIFT-CNT
           END-IF.
           PERFORM VARYING WS-FAIL-JS FROM 1 BY 1
                    UNTIL WS-FAIL-JS > WS-JS-USED
              IF WS-JS-PAIR (WS-FAIL-JS) > 0
                    AND WS-FAIL-JS IS NOT EQUAL TO WS-EV-JS
                 PERFORM COMPARE-ONE-FAILURE
              END-IF
           END-PERFORM.

          COMPARE-ONE-FAILURE.
           MOVE WS-JS-PAIR (WS-FAIL-JS) TO WS-FAIL-DC.
           MOVE SPACES TO WS-RUN-SKIP-LIST WS-SKIP-RUN-LIST.
           MOVE 1 TO WS-RUN-SKIP-PTR WS-SKIP-RUN-PTR.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                    UNTIL WS-CODE-IDX > 4
              COMPUTE WS-FAIL-RC = WS-CODE-IDX * 4
              PERFORM JUDGE-JCL-STEP
              PERFORM JUDGE-DISPCTL-STEP
              IF WS-JCL-RUN-SW IS NOT EQUAL TO WS-DISP-RUN-SW
                    AND (WS-JCL-RUN-SW IS NOT EQUAL TO WS-CLEAN-JCL-SW
                      OR WS-DISP-RUN-SW IS NOT EQUAL TO
                         WS-CLEAN-DISP-SW)
                 MOVE WS-FAIL-RC TO WS-NUM-EDIT
                 IF JCL-RUNS-STEP
                    STRING FUNCTION TRIM(WS-NUM-EDIT) " "
                          DELIMITED BY SIZE
                       INTO WS-RUN-SKIP-LIST
                       WITH POINTER WS-RUN-SKIP-PTR
                    END-STRING
                 ELSE
                    STRING FUNCTION TRIM(WS-NUM-EDIT) " "
                          DELIMITED BY SIZE
                       INTO WS-SKIP-RUN-LIST
                       WITH POINTER WS-SKIP-RUN-PTR
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-RUN-SKIP-LIST IS NOT EQUAL TO SPACES
              MOVE "Y" TO WS-JCL-RUN-SW
              MOVE "N" TO WS-DISP-RUN-SW
              MOVE WS-RUN-SKIP-LIST TO WS-IF-TEXT
              PERFORM WRITE-FAILURE-DIFFERENCE
           END-IF.
           IF WS-SKIP-RUN-LIST IS NOT EQUAL TO SPACES
              MOVE "N" TO WS-JCL-RUN-SW
              MOVE "Y" TO WS-DISP-RUN-SW
              MOVE WS-SKIP-RUN-LIST TO WS-IF-TEXT
              PERFORM WRITE-FAILURE-DIFFERENCE
           END-IF.

          WRITE-FAILURE-DIFFERENCE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-JS-NAME (WS-EV-JS) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-PGM (WS-EV-JS)) DELIMITED BY SIZE
                "  WHEN " DELIMITED BY SIZE
                FUNCTION TRIM(WS-JS-NAME (WS-FAIL-JS))
                   DELIMITED BY SIZE
                " ENDS RC " DELIMITED BY SIZE
                FUNCTION TRIM(WS-IF-TEXT) DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM APPEND-VERDICT.
           PERFORM EMIT-LINE.
           ADD 1 TO WS-COND-DIFF-CNT WS-DRIFT-CNT.

          APPEND-VERDICT.
           IF JCL-RUNS-STEP
              STRING FUNCTION TRIM(WS-PRINT-LINE, TRAILING)
                    DELIMITED BY SIZE
                 " NITERUN RUNS IT, DISPCTL SKIPS IT"
                    DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING FUNCTION TRIM(WS-PRINT-LINE, TRAILING)
                    DELIMITED BY SIZE
                 " NITERUN SKIPS IT, DISPCTL RUNS IT"
                    DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
              END-STRING
           END-IF.

      * JCL rules: the enclosing IF must hold; then the step is
      * bypassed when any COND test is true - code OP the named
      * step's RC, or code OP any earlier step's RC when no step is
      * named. A test naming a step that is not earlier in the deck
      * is ignored. COND=ONLY runs only after an abend, which no
      * case here has.
          JUDGE-JCL-STEP.
           MOVE "Y" TO WS-JCL-RUN-SW.
           IF WS-JS-EVEN (WS-EV-JS) IS EQUAL TO "O"
              MOVE "N" TO WS-JCL-RUN-SW
              EXIT PARAGRAPH
           END-IF.
           IF WS-JS-IF-OP (WS-EV-JS) IS NOT EQUAL TO SPACES
              MOVE WS-JS-IF-STEP (WS-EV-JS) TO WS-STMT-NAME
              PERFORM FIND-RC-OF-STEP
              MOVE WS-STEP-RC TO WS-CMP-LEFT
              MOVE WS-JS-IF-OP (WS-EV-JS) TO WS-CMP-OP
              MOVE WS-JS-IF-VALUE (WS-EV-JS) TO WS-CMP-RIGHT
              PERFORM COMPARE-CODES
              IF NOT COMPARE-TRUE
                 MOVE "N" TO WS-JCL-RUN-SW
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
                    UNTIL WS-TEST-IDX > WS-JS-TEST-CNT (WS-EV-JS)
                       OR NOT JCL-RUNS-STEP
              MOVE WS-JS-TEST-CODE (WS-EV-JS WS-TEST-IDX)
                 TO WS-CMP-LEFT
              MOVE WS-JS-TEST-OP (WS-EV-JS WS-TEST-IDX) TO WS-CMP-OP
              IF WS-JS-TEST-STEP (WS-EV-JS WS-TEST-IDX)
                    IS NOT EQUAL TO SPACES
                 MOVE WS-JS-TEST-STEP (WS-EV-JS WS-TEST-IDX)
                    TO WS-STMT-NAME
                 PERFORM FIND-RC-OF-STEP
                 IF WS-JS-IDX2 < WS-EV-JS
                    MOVE WS-STEP-RC TO WS-CMP-RIGHT
                    PERFORM COMPARE-CODES
                    IF COMPARE-TRUE
                       MOVE "N" TO WS-JCL-RUN-SW
                    END-IF
                 END-IF
              ELSE
                 PERFORM TEST-EVERY-EARLIER-STEP
              END-IF
           END-PERFORM.

          TEST-EVERY-EARLIER-STEP.
           PERFORM VARYING WS-JS-IDX2 FROM 1 BY 1
                    UNTIL WS-JS-IDX2 NOT LESS THAN WS-EV-JS
                       OR NOT JCL-RUNS-STEP
              IF WS-JS-IDX2 IS EQUAL TO WS-FAIL-JS
                 MOVE WS-FAIL-RC TO WS-CMP-RIGHT
              ELSE
                 MOVE 0 TO WS-CMP-RIGHT
              END-IF
              PERFORM COMPARE-CODES
              IF COMPARE-TRUE
                 MOVE "N" TO WS-JCL-RUN-SW
              END-IF
           END-PERFORM.

      * Leaves WS-JS-IDX2 at the named step (past the table when
      * there is none) and WS-STEP-RC at its code in this case.
          FIND-RC-OF-STEP.
           MOVE 0 TO WS-STEP-RC.
           PERFORM VARYING WS-JS-IDX2 FROM 1 BY 1
                    UNTIL WS-JS-IDX2 > WS-JS-USED
              IF WS-JS-NAME (WS-JS-IDX2) IS EQUAL TO WS-STMT-NAME
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-JS-IDX2 IS EQUAL TO WS-FAIL-JS
              MOVE WS-FAIL-RC TO WS-STEP-RC
           END-IF.

          COMPARE-CODES.
           MOVE "N" TO WS-CMP-SW.
           EVALUATE WS-CMP-OP
              WHEN "GT"
                 IF WS-CMP-LEFT > WS-CMP-RIGHT MOVE "Y" TO WS-CMP-SW
                 END-IF
              WHEN "GE"
                 IF WS-CMP-LEFT >= WS-CMP-RIGHT MOVE "Y" TO WS-CMP-SW
                 END-IF
              WHEN "EQ"
                 IF WS-CMP-LEFT = WS-CMP-RIGHT MOVE "Y" TO WS-CMP-SW
                 END-IF
              WHEN "LT"
                 IF WS-CMP-LEFT < WS-CMP-RIGHT MOVE "Y" TO WS-CMP-SW
                 END-IF
              WHEN "LE"
                 IF WS-CMP-LEFT <= WS-CMP-RIGHT MOVE "Y" TO WS-CMP-SW
                 END-IF
              WHEN "NE"
                 IF WS-CMP-LEFT NOT = WS-CMP-RIGHT
                    MOVE "Y" TO WS-CMP-SW
                 END-IF
           END-EVALUATE.

      * DISPATCHER's rule: skipped once the highest code so far has
      * reached CTL-COND. The failing step only counts if DISPCTL
      * runs it ahead of the step being judged.
          JUDGE-DISPCTL-STEP.
           MOVE "Y" TO WS-DISP-RUN-SW.
           MOVE 0 TO WS-MAX-RC.
           IF WS-FAIL-DC > 0 AND WS-FAIL-DC < WS-EV-DC
              MOVE WS-FAIL-RC TO WS-MAX-RC
           END-IF.
           IF WS-DC-LIMIT (WS-EV-DC) > 0
                 AND WS-MAX-RC NOT LESS THAN WS-DC-LIMIT (WS-EV-DC)
              MOVE "N" TO WS-DISP-RUN-SW
           END-IF.

          REPORT-HOUSEKEEPING-STEPS.
           MOVE "--- NITERUN DATASET STEPS (NOT COMPARED) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
                    UNTIL WS-JS-IDX > WS-JS-USED
              IF WS-JS-HOUSE (WS-JS-IDX) IS EQUAL TO "Y"
                 PERFORM SET-JS-DESC
                 MOVE WS-JS-DESC TO WS-PRINT-LINE
                 PERFORM EMIT-LINE
              END-IF
           END-PERFORM.
           IF WS-HOUSE-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * ---------------------------------------------------------
      * Candidate deck from DISPCTL.
      * ---------------------------------------------------------
          WRITE-CANDIDATE-DECK.
           OPEN OUTPUT DECK-OUT-FILE.
           MOVE "//* CANDIDATE NITERUN STEP DECK BUILT FROM DISPCTL."
              TO DECK-OUT-REC.
           WRITE DECK-OUT-REC.
           MOVE "//* EXEC, PARM AND COND COME FROM THE CONTROL FILE;"
              TO DECK-OUT-REC.
           WRITE DECK-OUT-REC.
           MOVE "//* COMMENTS, DDS AND DATASET STEPS FROM THE PAIRED"
              TO DECK-OUT-REC.
           WRITE DECK-OUT-REC.
           MOVE "//* NITERUN STEP. REVIEW BEFORE REPLACING NITERUN."
              TO DECK-OUT-REC.
           WRITE DECK-OUT-REC.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                    UNTIL WS-DC-IDX > WS-DC-USED
              PERFORM WRITE-DECK-STEP
           END-PERFORM.
           CLOSE DECK-OUT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-DECK-CNT TO WS-COUNT-EDIT.
           STRING "CANDIDATE DECK WRITTEN TO DECKOUT: "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " LINES" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          WRITE-DECK-STEP.
           MOVE WS-DC-PAIR (WS-DC-IDX) TO WS-JS-IDX.
           IF WS-JS-IDX > 0
              MOVE WS-JS-NAME (WS-JS-IDX) TO WS-DECK-STEP-NAME
              MOVE "C" TO WS-LINE-KIND
              PERFORM COPY-STEP-LINES
           ELSE
              MOVE "//*" TO DECK-OUT-REC
              PERFORM WRITE-DECK-REC
              MOVE WS-DC-IDX TO WS-DECK-STEP-NUM
              MOVE SPACES TO WS-DECK-STEP-NAME
              STRING "DSTEP" WS-DECK-STEP-NUM DELIMITED BY SIZE
                 INTO WS-DECK-STEP-NAME
              END-STRING
           END-IF.
           IF WS-DC-FREQ (WS-DC-IDX) IS NOT EQUAL TO SPACES
                 AND WS-DC-FREQ (WS-DC-IDX) IS NOT EQUAL TO "DAILY"
              MOVE SPACES TO DECK-OUT-REC
              STRING "//* DISPCTL RUNS THIS STEP " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DC-FREQ (WS-DC-IDX))
                      DELIMITED BY SIZE
                   " ONLY - SCHEDULE IT TO MATCH" DELIMITED BY SIZE
                   INTO DECK-OUT-REC
              END-STRING
              PERFORM WRITE-DECK-REC
           END-IF.
           IF WS-DC-HOL (WS-DC-IDX) IS NOT EQUAL TO "Y"
              MOVE "//* RUNS ON HOLCAL HOLIDAYS, WHICH DISPCTL SKIPS"
                 TO DECK-OUT-REC
              PERFORM WRITE-DECK-REC
           END-IF.
           PERFORM BUILD-EXEC-STATEMENT.
           IF WS-JS-IDX > 0
              MOVE "D" TO WS-LINE-KIND
              PERFORM COPY-STEP-LINES
              PERFORM COPY-FOLLOWING-DATASET-STEPS
           ELSE
              MOVE "//* NOT IN NITERUN - DD STATEMENTS TO BE SUPPLIED"
                 TO DECK-OUT-REC
              PERFORM WRITE-DECK-REC
              MOVE "//STEPLIB  DD DISP=SHR,DSN=PROD.COBOL.LOADLIB"
                 TO DECK-OUT-REC
              PERFORM WRITE-DECK-REC
           END-IF.

      * The EXEC operands - PGM, PARM, and CTL-COND as COND=(n,LE),
      * which bypasses the step once any earlier step's code has
      * reached n, DISPATCHER's own rule - laid onto as few lines as
      * fit in column 71.
          BUILD-EXEC-STATEMENT.
           MOVE SPACES TO WS-DECK-OPND-TABLE.
           MOVE 1 TO WS-DECK-OPND-CNT.
           STRING "PGM=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DC-PGM (WS-DC-IDX)) DELIMITED BY SIZE
                INTO WS-DECK-OPND (1)
           END-STRING.
           IF WS-DC-ARGS (WS-DC-IDX) IS NOT EQUAL TO SPACES
              ADD 1 TO WS-DECK-OPND-CNT
              PERFORM BUILD-PARM-OPERAND
           END-IF.
           IF WS-DC-LIMIT (WS-DC-IDX) > 0
              ADD 1 TO WS-DECK-OPND-CNT
              MOVE WS-DC-LIMIT (WS-DC-IDX) TO WS-NUM-EDIT
              STRING "COND=(" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   ",LE)" DELIMITED BY SIZE
                   INTO WS-DECK-OPND (WS-DECK-OPND-CNT)
              END-STRING
           END-IF.
           MOVE SPACES TO WS-DECK-LINE.
           STRING "//" WS-DECK-STEP-NAME " EXEC " DELIMITED BY SIZE
              INTO WS-DECK-LINE
           END-STRING.
           MOVE 16 TO WS-DECK-LEN.
           PERFORM VARYING WS-DECK-OPND-IDX FROM 1 BY 1
                    UNTIL WS-DECK-OPND-IDX > WS-DECK-OPND-CNT
              MOVE SPACES TO WS-DECK-PIECE
              STRING FUNCTION TRIM(WS-DECK-OPND (WS-DECK-OPND-IDX))
                   DELIMITED BY SIZE
                 INTO WS-DECK-PIECE
              END-STRING
              COMPUTE WS-DECK-PIECE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-DECK-OPND (WS-DECK-OPND-IDX)))
              IF WS-DECK-OPND-IDX < WS-DECK-OPND-CNT
                 ADD 1 TO WS-DECK-PIECE-LEN
                 MOVE "," TO WS-DECK-PIECE (WS-DECK-PIECE-LEN:1)
              END-IF
              IF WS-DECK-LEN > 16
                    AND WS-DECK-LEN + WS-DECK-PIECE-LEN > 71
                 MOVE WS-DECK-LINE TO DECK-OUT-REC
                 PERFORM WRITE-DECK-REC
                 MOVE "//" TO WS-DECK-LINE
                 MOVE 15 TO WS-DECK-LEN
              END-IF
              MOVE WS-DECK-PIECE (1:WS-DECK-PIECE-LEN)
                 TO WS-DECK-LINE (WS-DECK-LEN + 1:WS-DECK-PIECE-LEN)
              ADD WS-DECK-PIECE-LEN TO WS-DECK-LEN
           END-PERFORM.
           MOVE WS-DECK-LINE TO DECK-OUT-REC.
           PERFORM WRITE-DECK-REC.

      * CTL-ARGS inside PARM='...', each quote in it doubled the way
      * JCL wants it, so the program is handed CTL-ARGS unchanged.
          BUILD-PARM-OPERAND.
           MOVE FUNCTION TRIM(WS-DC-ARGS (WS-DC-IDX)) TO WS-PARM-WORK.
           COMPUTE WS-PARM-LEN = FUNCTION LENGTH(
              FUNCTION TRIM(WS-DC-ARGS (WS-DC-IDX))).
           MOVE "PARM='" TO WS-DECK-OPND (WS-DECK-OPND-CNT).
           MOVE 1 TO WS-PARM-IN-PTR.
           MOVE 7 TO WS-PARM-OUT-PTR.
           PERFORM UNTIL WS-PARM-IN-PTR > WS-PARM-LEN
              MOVE SPACES TO WS-PARM-PIECE WS-PARM-DELIM
              MOVE 0 TO WS-PARM-PIECE-LEN
              UNSTRING WS-PARM-WORK (1:WS-PARM-LEN) DELIMITED BY "'"
                 INTO WS-PARM-PIECE DELIMITER IN WS-PARM-DELIM
                    COUNT IN WS-PARM-PIECE-LEN
                 WITH POINTER WS-PARM-IN-PTR
              END-UNSTRING
              IF WS-PARM-PIECE-LEN > 0
                 STRING WS-PARM-PIECE (1:WS-PARM-PIECE-LEN)
                      DELIMITED BY SIZE
                    INTO WS-DECK-OPND (WS-DECK-OPND-CNT)
                    WITH POINTER WS-PARM-OUT-PTR
                 END-STRING
              END-IF
              IF WS-PARM-DELIM (1:1) IS EQUAL TO "'"
                 STRING "''" DELIMITED BY SIZE
                    INTO WS-DECK-OPND (WS-DECK-OPND-CNT)
                    WITH POINTER WS-PARM-OUT-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           STRING "'" DELIMITED BY SIZE
              INTO WS-DECK-OPND (WS-DECK-OPND-CNT)
              WITH POINTER WS-PARM-OUT-PTR
           END-STRING.

      * Copies the paired step's lines of kind WS-LINE-KIND: "C" its
      * comment block, "D" its DD statements.
          COPY-STEP-LINES.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                    UNTIL WS-JL-IDX > WS-JL-USED
              IF WS-JL-STEP (WS-JL-IDX) IS EQUAL TO WS-JS-IDX
                    AND WS-JL-KIND (WS-JL-IDX) IS EQUAL TO WS-LINE-KIND
                 MOVE WS-JL-TEXT (WS-JL-IDX) TO DECK-OUT-REC
                 PERFORM WRITE-DECK-REC
              END-IF
           END-PERFORM.

      * Dataset steps that follow the paired step in NITERUN (a
      * queue clear after its intake, say) follow it here too.
          COPY-FOLLOWING-DATASET-STEPS.
           MOVE WS-JS-IDX TO WS-JS-IDX2.
           ADD 1 TO WS-JS-IDX.
           PERFORM UNTIL WS-JS-IDX > WS-JS-USED
                 OR WS-JS-HOUSE (WS-JS-IDX) IS NOT EQUAL TO "Y"
              MOVE "C" TO WS-LINE-KIND
              PERFORM COPY-STEP-LINES
              MOVE "E" TO WS-LINE-KIND
              PERFORM COPY-STEP-LINES
              MOVE "D" TO WS-LINE-KIND
              PERFORM COPY-STEP-LINES
              ADD 1 TO WS-JS-IDX
           END-PERFORM.
           MOVE WS-JS-IDX2 TO WS-JS-IDX.

          WRITE-DECK-REC.
           WRITE DECK-OUT-REC.
           ADD 1 TO WS-DECK-CNT.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-JS-USED TO WS-COUNT-EDIT.
           MOVE WS-DC-USED TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NITERUN STEPS:         " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   DISPCTL ENTRIES: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-PAIRED-CNT TO WS-COUNT-EDIT.
           MOVE WS-HOUSE-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PAIRED:                " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   DATASET STEPS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-ONLY-JCL-CNT TO WS-COUNT-EDIT.
           MOVE WS-ONLY-DC-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NITERUN ONLY:          " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   DISPCTL ONLY: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-ARG-DIFF-CNT TO WS-COUNT-EDIT.
           MOVE WS-ORDER-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ARGUMENT DIFFERENCES:  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   ORDER: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-CALENDAR-CNT TO WS-COUNT-EDIT.
           MOVE WS-COND-DIFF-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CALENDAR/CONTROL:      " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   CONDITION CODES: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          WRITE-RUN-AUDIT.
           MOVE "DISP-DRIFT" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through DRIFT-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO DRIFT-RPT-REC.
           WRITE DRIFT-RPT-REC.
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
           MOVE "NITERUN / DISPCTL DRIFT CHECK" TO WS-HDR-REC.
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

           MOVE "SOURCE: JOBDECK (NITERUN), DISPCTL" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO DRIFT-RPT-REC.
           WRITE DRIFT-RPT-REC.
