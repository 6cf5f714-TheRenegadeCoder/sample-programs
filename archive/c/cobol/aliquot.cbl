        IDENTIFICATION DIVISION.
        PROGRAM-ID. ALIQUOT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT ALIQ-IN-FILE ASSIGN TO "ALIQIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALIQIN-STATUS.
          SELECT ALIQ-OUT-FILE ASSIGN TO "ALIQOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALIQOUT-STATUS.
          SELECT ALIQ-MEMO-FILE ASSIGN TO "ALIQMEMO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS AM-KEY
              FILE STATUS IS WS-MEMO-STATUS.
          SELECT ALIQ-RPT-FILE ASSIGN TO "ALIQRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ALIQRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD ALIQ-IN-FILE.
          01 ALIQ-IN-REC               PIC X(10).

          FD ALIQ-OUT-FILE.
          01 ALIQ-OUT-REC              PIC X(60).

          FD ALIQ-MEMO-FILE.
          COPY ALIQMEMO.

          FD ALIQ-RPT-FILE.
          01 ALIQ-RPT-REC              PIC X(80).

      * Aliquot sequences for the numerology group, taking CLASSIFY-
      * RPT's divisor picture one step further: the proper-divisor
      * sum that decides perfect, abundant or deficient becomes the
      * next term, and the sequence is followed until it reaches 1,
      * settles on a perfect number, falls into an amicable pair or
      * a longer sociable cycle, or climbs past CFG-ALIQUOT-MAX. A
      * single command-line argument answers one number; BATCH reads
      * an ALIQIN dataset and writes an input/result report to
      * ALIQOUT, the same shape COLLATZ's COLLIN/COLLOUT batch takes;
      * "RANGE <from> <to>" follows every start in the span and
      * lists each perfect number, amicable pair and sociable cycle
      * the span reached on ALIQRPT, in the banner and page-break
      * shape PRIME-GAP's GAPRPT uses. A settled sequence's length
      * and fate are recorded into NUMFACTS under this program's own
      * NF-ALIQUOT field, with the starting number's divisor verdict
      * into NF-DIVCLASS alongside; every divisor sum worked out on
      * the way goes to the ALIQMEMO memo so later sequences that
      * pass the same term take the sum from there.
        WORKING-STORAGE SECTION.
          01 CMD-ARGS                  PIC X(38).
          01 DECINUM                   PIC S9(16)V99.
          01 NUM                       PIC S9(16).
          01 WS-ALIQIN-STATUS          PIC XX.
          01 WS-ALIQOUT-STATUS         PIC XX.
          01 WS-ALIQRPT-STATUS         PIC XX.
          01 WS-EOF-SWITCH             PIC X VALUE "N".
            88 END-OF-ALIQIN                VALUE "Y".
          01 WS-BATCH-ERROR-COUNT      PIC 9(5) VALUE 0.
          01 WS-NUM-TOKEN              PIC X(38).
          01 WS-MODE-TOKEN             PIC X(10).
          01 WS-FROM-TOKEN             PIC X(18).
          01 WS-TO-TOKEN               PIC X(18).
          01 WS-EXTRA-TOKEN            PIC X(10).
          01 WS-BATCH-OUT-LINE.
            03 WS-BATCH-OUT-INPUT      PIC X(10).
            03 FILLER                  PIC X(4) VALUE SPACES.
            03 WS-BATCH-OUT-RESULT     PIC X(46).

      * The sequence itself. Every term is at most CFG-ALIQUOT-MAX
      * (a term past it ends the sequence), and the divisor sum of
      * anything inside the fifteen digits CFG-CHECK allows fits
      * eighteen; the additions are guarded all the same, and a sum
      * that outgrew even that is taken as passing the ceiling.
          01 WS-ALIQ-CUR               PIC 9(18).
          01 WS-ALIQ-SUM               PIC 9(18).
          01 WS-ALIQ-STEPS             PIC 9(4).
          01 WS-START-DIVSUM           PIC 9(18).
          01 WS-START-SUMMED-SW        PIC X VALUE "N".
            88 START-SUM-TAKEN              VALUE "Y".
          01 WS-DIV                    PIC 9(9).
          01 WS-COFACTOR               PIC 9(18).
          01 WS-SUM-OVFL-SW            PIC X VALUE "N".
            88 SUM-OVERFLOWED               VALUE "Y".

      * How the sequence ended. T and Y are settled answers that
      * hold whatever the configuration, so only they are recorded
      * into NUMFACTS; C (a term passed CFG-ALIQUOT-MAX) and U (the
      * path table filled before the sequence settled) depend on
      * the ceiling and the table, and a run with a higher ceiling
      * could settle the same start - storing them would only draw
      * conflicts onto NUMFEXCP later.
          01 WS-ALIQ-FATE              PIC X VALUE SPACE.
            88 FATE-OPEN                    VALUE SPACE.
            88 FATE-TERMINATES              VALUE "T".
            88 FATE-CYCLE                   VALUE "Y".
            88 FATE-CEILING                 VALUE "C".
            88 FATE-UNRESOLVED              VALUE "U".
            88 FATE-SETTLED                 VALUE "T" "Y".
          01 WS-CYCLE-LEN              PIC 9(4).
          01 WS-CYCLE-MIN              PIC 9(18).
          01 WS-REPEAT-AT              PIC 9(4).
          01 WS-STEPS-EDIT             PIC Z(3)9.
          01 WS-LEN-EDIT               PIC Z(3)9.
          01 WS-TERM-EDIT              PIC Z(17)9.
          01 WS-RESULT-TEXT            PIC X(60).
          01 WS-RESULT-PTR             PIC 9(4).

      * Every term of the sequence so far, searched at each step for
      * the repeat that closes a cycle. Settled sequences inside the
      * supported range run well under a hundred steps; one that
      * fills the table is reported as unresolved rather than
      * followed for ever.
          01 WS-PATH-TABLE.
            03 WS-PATH-VALUE           PIC 9(18) OCCURS 1000 TIMES.
          01 WS-PATH-CNT               PIC 9(4).
          01 WS-PATH-IDX               PIC 9(4).

      * The divisor-sum memo: opened the way COLLATZ opens COLLMEMO,
      * and like it only a saver of work - a memo that will not
      * open costs the run its short-cuts, not its answers.
          01 WS-MEMO-STATUS            PIC XX.
          01 WS-MEMO-OPEN-SW           PIC X VALUE "N".
            88 MEMO-FILE-OPEN               VALUE "Y".
          01 WS-MEMO-HIT-SW            PIC X VALUE "N".
            88 MEMO-HIT                     VALUE "Y".
          01 WS-BUSY-TRY-CNT           PIC 9(3).
          01 WS-MEMO-HIT-CNT           PIC 9(9) VALUE 0.
          01 WS-SUMMED-CNT             PIC 9(9) VALUE 0.

      * RANGE mode: the span, the tallies its summary is built from,
      * and one entry per distinct cycle reached, keyed on the
      * cycle's smallest member so a pair reached from both ends is
      * listed once. The loop counter is a digit wider than the
      * ceiling so a span ending on it cannot wrap.
          01 WS-RANGE-FROM             PIC 9(16).
          01 WS-RANGE-TO               PIC 9(16).
          01 WS-RANGE-CNT              PIC 9(17).
          01 WS-STARTS-CNT             PIC 9(9) VALUE 0.
          01 WS-TERMINATES-CNT         PIC 9(9) VALUE 0.
          01 WS-TO-PERFECT-CNT         PIC 9(9) VALUE 0.
          01 WS-TO-AMICABLE-CNT        PIC 9(9) VALUE 0.
          01 WS-TO-SOCIABLE-CNT        PIC 9(9) VALUE 0.
          01 WS-CEILING-CNT            PIC 9(9) VALUE 0.
          01 WS-UNRESOLVED-CNT         PIC 9(9) VALUE 0.
          01 WS-LONGEST-STEPS          PIC 9(4) VALUE 0.
          01 WS-LONGEST-AT             PIC 9(16) VALUE 0.
          01 WS-RUN-MEMO-HITS          PIC 9(9) VALUE 0.
          01 WS-RUN-SUMMED             PIC 9(9) VALUE 0.
          01 WS-CYCLE-TABLE.
            03 WS-CYC-ENTRY OCCURS 100 TIMES.
              05 WS-CYC-MIN            PIC 9(18).
              05 WS-CYC-LEN            PIC 9(4).
              05 WS-CYC-REACHED        PIC 9(9).
          01 WS-CYC-USED               PIC 9(3) VALUE 0.
          01 WS-CYC-IDX                PIC 9(3).
          01 WS-CYC-FOUND-AT           PIC 9(3).
          01 WS-CYC-LOST-CNT           PIC 9(9) VALUE 0.
          01 WS-CYC-LISTED-CNT         PIC 9(3).
          01 WS-MEMBER-IDX             PIC 9(4).
          01 WS-SECTION-KIND           PIC X.
            88 LISTING-PERFECT              VALUE "P".
            88 LISTING-AMICABLE             VALUE "A".
            88 LISTING-SOCIABLE             VALUE "S".

          01 WS-PRINT-LINE             PIC X(80).
          01 WS-COUNT-EDIT             PIC Z(15)9.
          01 WS-COUNT-EDIT2            PIC Z(15)9.
          01 WS-LINE-PTR               PIC 9(4).

      * Page heading and page-break control for ALIQRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE              PIC 9(3).
          01 WS-PAGE-LINE-CNT          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT          PIC ZZ9.
          01 WS-HDR-REC                PIC X(80).
          01 WS-HDR-TIMESTAMP          PIC X(21).
          01 WS-HDR-DATE-EDIT          PIC X(10).
          01 WS-HDR-TIME-EDIT          PIC X(8).

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCOM.
          COPY SHOPCFG.
          COPY STATCOM.

      * Header/trailer control records on the batch output and the
      * running control total behind the trailer - see GENCTL.CPY
      * and GEN-CHECK, which certifies a generation before use.
          01 WS-CTL-SUM               PIC 9(15) VALUE 0.
          01 WS-CTL-TOKEN             PIC X(10).
          01 WS-CTL-WORK              PIC S9(15).
          01 WS-CTL-COUNT             PIC 9(7) VALUE 0.
          COPY GENCTL.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE "ALIQUOT" TO WS-NUMFACT-CALLER.

           IF CMD-ARGS (1:5) = "BATCH" THEN
              PERFORM BATCH-MODE
              STOP RUN.

           IF CMD-ARGS (1:5) = "RANGE" THEN
              PERFORM RANGE-MODE
              STOP RUN.

           PERFORM SINGLE-MODE.
           STOP RUN.

          SINGLE-MODE.
           MOVE "ALIQUOT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.

      * Shared routine flags non-numeric, negative, and too-large
      * arguments with distinct reason codes instead of one generic
      * usage message.
           MOVE CFG-ALIQUOT-MAX TO WS-VALIDATE-MAX.
           CALL "VALIDATE-NUM" USING CMD-ARGS WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK THEN
              PERFORM VALIDATION-ERROR.
           MOVE WS-VALIDATE-DECIMAL TO DECINUM.
           MOVE DECINUM TO NUM.
           IF NUM IS NOT EQUAL TO DECINUM THEN
              PERFORM ERROR-PARA.

      * Zero has no proper divisors to sum (every whole number
      * divides it), so its sequence is not defined; it is turned
      * away here with its own message, as COLLATZ turns away a
      * zero start.
           IF NUM < 1 THEN
              DISPLAY "Usage: please input a positive integer"
              MOVE "INVALID ALIQUOT START" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

           MOVE "N" TO WS-NUMFACT-HIT-SW.
           PERFORM LOOKUP-NUMBER-FACT.
           IF NUMFACT-ANSWER-ON-FILE
              DISPLAY "Sequence: " FUNCTION TRIM(WS-NUMFACT-VALUE)
                 " (on file)"
              MOVE WS-NUMFACT-VALUE (1:30) TO WS-AUDIT-RESULT
              MOVE RC-SUCCESS TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              MOVE RC-SUCCESS TO RETURN-CODE
              STOP RUN
           END-IF.

           CALL "NUMFACT-BEGIN" END-CALL.
           PERFORM OPEN-MEMO-FILE.
           PERFORM CALC-ALIQUOT.
           PERFORM BUILD-RESULT-TEXT.
           DISPLAY "Sequence: " FUNCTION TRIM(WS-RESULT-TEXT).
           IF NOT FATE-SETTLED
              DISPLAY "Warning: sequence not settled, not stored"
           END-IF.
           MOVE WS-RESULT-TEXT (1:30) TO WS-AUDIT-RESULT.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           PERFORM WRITE-NUMBER-FACT.
           PERFORM CLOSE-MEMO-FILE.
           CALL "NUMFACT-END" END-CALL.
           MOVE RC-SUCCESS TO RETURN-CODE.

      * Reads a sequential dataset of numbers (DDNAME ALIQIN),
      * follows each one's sequence, and writes an input/result
      * report to ALIQOUT for the whole batch in one step, the same
      * shape COLLATZ's batch mode takes.
          BATCH-MODE.
           MOVE "ALIQUOT" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           OPEN INPUT ALIQ-IN-FILE.
           OPEN OUTPUT ALIQ-OUT-FILE.
           PERFORM WRITE-GEN-HEADER.

      * Batch session: the facts file, journal, and audit trail
      * open once for the whole run instead of once per record -
      * see NUMFACT-BEGIN / AUDIT-LOG-BEGIN.
           CALL "NUMFACT-BEGIN" END-CALL.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           PERFORM OPEN-MEMO-FILE.
           PERFORM UNTIL END-OF-ALIQIN
              READ ALIQ-IN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM BATCH-ONE-RECORD
              END-READ
           END-PERFORM.
           PERFORM WRITE-GEN-TRAILER.
           CLOSE ALIQ-IN-FILE ALIQ-OUT-FILE.
           PERFORM CLOSE-MEMO-FILE.
           CALL "NUMFACT-END" END-CALL.
           CALL "AUDIT-LOG-END" END-CALL.
           MOVE WS-BATCH-ERROR-COUNT TO WS-STAT-ERRORS.
           PERFORM WRITE-RUN-STATS.
           IF WS-BATCH-ERROR-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO RETURN-CODE
           ELSE
              MOVE RC-SUCCESS TO RETURN-CODE
           END-IF.

      * Records this run's volumes into the shared RUNSTATS trend
      * file, the same one-line-per-run shape AUDIT-LOG keeps for
      * the audit trail.
          WRITE-RUN-STATS.
           CALL "RUN-STATS-HITS" USING WS-STAT-ANSWERED
              WS-STAT-COMPUTED
           END-CALL.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.

      * A sequence that passed the ceiling or filled the path table
      * is an answer in its own right ("not settled within the
      * limits"), so it is written out like any other and is not
      * counted as a bad record.
          BATCH-ONE-RECORD.
           ADD 1 TO WS-STAT-READ.
           MOVE SPACES TO WS-BATCH-OUT-LINE.
           MOVE ALIQ-IN-REC TO WS-BATCH-OUT-INPUT.
           MOVE CFG-ALIQUOT-MAX TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE ALIQ-IN-REC TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           MOVE WS-VALIDATE-DECIMAL TO DECINUM.
           MOVE DECINUM TO NUM.
           IF VALIDATE-OK AND NUM IS EQUAL TO DECINUM
                 AND NUM NOT LESS THAN 1 THEN
              MOVE "N" TO WS-NUMFACT-HIT-SW
              PERFORM LOOKUP-NUMBER-FACT
              IF NUMFACT-ANSWER-ON-FILE
                 MOVE WS-NUMFACT-VALUE TO WS-BATCH-OUT-RESULT
                 ADD 1 TO WS-STAT-ANSWERED
              ELSE
                 ADD 1 TO WS-STAT-COMPUTED
                 PERFORM CALC-ALIQUOT
                 PERFORM BUILD-RESULT-TEXT
                 MOVE WS-RESULT-TEXT TO WS-BATCH-OUT-RESULT
                 PERFORM WRITE-NUMBER-FACT
              END-IF
           ELSE
              MOVE "INVALID INPUT" TO WS-BATCH-OUT-RESULT
              ADD 1 TO WS-BATCH-ERROR-COUNT
           END-IF.
           WRITE ALIQ-OUT-REC FROM WS-BATCH-OUT-LINE.
           ADD 1 TO WS-STAT-WRITTEN.
           PERFORM ADD-CONTROL-TOTAL.
           MOVE "ALIQUOT" TO WS-AUDIT-PROGRAM.
           MOVE ALIQ-IN-REC TO WS-AUDIT-INPUT.
           MOVE WS-BATCH-OUT-RESULT (1:30) TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT.

      * Control records on the batch output, per GENCTL.CPY: the
      * header opens the generation, the trailer closes it with the
      * detail count and the input control total, taken off each
      * detail line's own leading token - exactly the arithmetic
      * GEN-CHECK re-runs to certify the generation.
          WRITE-GEN-HEADER.
           MOVE SPACES TO GEN-HDR-REC.
           MOVE "*HDR*" TO GH-TAG.
           MOVE FUNCTION CURRENT-DATE (1:8) TO GH-DATE.
           MOVE "ALIQUOT" TO GH-PROGRAM.
           IF WS-AUDIT-RUN-ID IS EQUAL TO SPACES
              MOVE "DIRECT" TO GH-RUN-ID
           ELSE
              MOVE WS-AUDIT-RUN-ID TO GH-RUN-ID
           END-IF.
           WRITE ALIQ-OUT-REC FROM GEN-HDR-REC.

          WRITE-GEN-TRAILER.
           MOVE SPACES TO GEN-TRL-REC.
           MOVE "*TRL*" TO GT-TAG.
           MOVE WS-CTL-COUNT TO GT-COUNT.
           MOVE WS-CTL-SUM TO GT-SUM.
           MOVE WS-STAT-ANSWERED TO GT-ANSWERED.
           MOVE WS-STAT-COMPUTED TO GT-COMPUTED.
           WRITE ALIQ-OUT-REC FROM GEN-TRL-REC.

          ADD-CONTROL-TOTAL.
           ADD 1 TO WS-CTL-COUNT.
           MOVE WS-BATCH-OUT-INPUT TO WS-CTL-TOKEN.
           IF FUNCTION TEST-NUMVAL(WS-CTL-TOKEN) = 0
              COMPUTE WS-CTL-WORK = FUNCTION NUMVAL(WS-CTL-TOKEN)
              ADD WS-CTL-WORK TO WS-CTL-SUM
           END-IF.

      * Follows the sequence from NUM: each term is replaced by its
      * proper-divisor sum until the sum is 1 (the term before it
      * was prime), a term passes CFG-ALIQUOT-MAX, or a term comes
      * round again. STEPS counts the sums taken - for a cycle, up
      * to the first repeated term - so 6 settles in one step, 220
      * in two and 95 (95, 25, 6, 6) in three. A start of 1 is
      * already there: zero steps.
          CALC-ALIQUOT.
           MOVE SPACE TO WS-ALIQ-FATE.
           MOVE NUM TO WS-ALIQ-CUR.
           MOVE 0 TO WS-ALIQ-STEPS WS-PATH-CNT WS-CYCLE-LEN
              WS-CYCLE-MIN WS-START-DIVSUM.
           MOVE "N" TO WS-START-SUMMED-SW.
           IF WS-ALIQ-CUR IS EQUAL TO 1
              MOVE "T" TO WS-ALIQ-FATE
              MOVE "Y" TO WS-START-SUMMED-SW
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL NOT FATE-OPEN
              PERFORM ALIQUOT-STEP
           END-PERFORM.

          ALIQUOT-STEP.
           IF WS-PATH-CNT NOT LESS THAN 1000
              MOVE "U" TO WS-ALIQ-FATE
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PATH-CNT.
           MOVE WS-ALIQ-CUR TO WS-PATH-VALUE (WS-PATH-CNT).
           PERFORM GET-DIVISOR-SUM.
           IF SUM-OVERFLOWED
              MOVE "C" TO WS-ALIQ-FATE
              EXIT PARAGRAPH
           END-IF.
           IF WS-PATH-CNT IS EQUAL TO 1
              MOVE WS-ALIQ-SUM TO WS-START-DIVSUM
              MOVE "Y" TO WS-START-SUMMED-SW
           END-IF.
           ADD 1 TO WS-ALIQ-STEPS.
           MOVE WS-ALIQ-SUM TO WS-ALIQ-CUR.
           IF WS-ALIQ-CUR IS EQUAL TO 1
              MOVE "T" TO WS-ALIQ-FATE
           ELSE IF WS-ALIQ-CUR > CFG-ALIQUOT-MAX
              MOVE "C" TO WS-ALIQ-FATE
           ELSE
              PERFORM FIND-ON-PATH
           END-IF.

      * A term already on the path closes a cycle: its length is
      * the distance back to the earlier sighting, and the cycle is
      * named by its smallest member, the way the published tables
      * list amicable pairs and sociable chains.
          FIND-ON-PATH.
           MOVE 0 TO WS-REPEAT-AT.
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                    UNTIL WS-PATH-IDX > WS-PATH-CNT
                       OR WS-REPEAT-AT > 0
              IF WS-PATH-VALUE (WS-PATH-IDX) IS EQUAL TO WS-ALIQ-CUR
                 MOVE WS-PATH-IDX TO WS-REPEAT-AT
              END-IF
           END-PERFORM.
           IF WS-REPEAT-AT IS EQUAL TO 0
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ALIQ-FATE.
           COMPUTE WS-CYCLE-LEN = WS-PATH-CNT - WS-REPEAT-AT + 1.
           MOVE WS-ALIQ-CUR TO WS-CYCLE-MIN.
           PERFORM VARYING WS-PATH-IDX FROM WS-REPEAT-AT BY 1
                    UNTIL WS-PATH-IDX > WS-PATH-CNT
              IF WS-PATH-VALUE (WS-PATH-IDX) < WS-CYCLE-MIN
                 MOVE WS-PATH-VALUE (WS-PATH-IDX) TO WS-CYCLE-MIN
              END-IF
           END-PERFORM.

      * The memo's sum where it has one; otherwise the sum is worked
      * out and written back so the next sequence through this term
      * (this run's or a later one's) finds it there.
          GET-DIVISOR-SUM.
           MOVE "N" TO WS-MEMO-HIT-SW.
           MOVE "N" TO WS-SUM-OVFL-SW.
           IF MEMO-FILE-OPEN
              MOVE WS-ALIQ-CUR TO AM-KEY
              READ ALIQ-MEMO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE AM-DIVSUM TO WS-ALIQ-SUM
                    MOVE "Y" TO WS-MEMO-HIT-SW
              END-READ
           END-IF.
           IF MEMO-HIT
              ADD 1 TO WS-MEMO-HIT-CNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM SUM-PROPER-DIVISORS.
           ADD 1 TO WS-SUMMED-CNT.
           IF MEMO-FILE-OPEN AND NOT SUM-OVERFLOWED
              MOVE WS-ALIQ-CUR TO AM-KEY
              MOVE WS-ALIQ-SUM TO AM-DIVSUM
              WRITE ALIQ-MEMO-REC INVALID KEY CONTINUE END-WRITE
           END-IF.

      * CLASSIFY-RPT's proper-divisor sum, but walked only up to the
      * square root: each divisor d found there brings its partner
      * n/d with it (once, where the two meet at a square root), so
      * a ten-digit term costs a hundred thousand divisions rather
      * than ten billion. 1 divides everything and is always
      * proper; the number itself never is. 1's own sum is 0.
          SUM-PROPER-DIVISORS.
           IF WS-ALIQ-CUR < 2
              MOVE 0 TO WS-ALIQ-SUM
              EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-ALIQ-SUM.
           PERFORM VARYING WS-DIV FROM 2 BY 1
                    UNTIL WS-DIV * WS-DIV > WS-ALIQ-CUR
                       OR SUM-OVERFLOWED
              IF FUNCTION MOD (WS-ALIQ-CUR, WS-DIV) = 0
                 COMPUTE WS-COFACTOR = WS-ALIQ-CUR / WS-DIV
                 ADD WS-DIV TO WS-ALIQ-SUM
                    ON SIZE ERROR MOVE "Y" TO WS-SUM-OVFL-SW
                 END-ADD
                 IF WS-COFACTOR IS NOT EQUAL TO WS-DIV
                    ADD WS-COFACTOR TO WS-ALIQ-SUM
                       ON SIZE ERROR MOVE "Y" TO WS-SUM-OVFL-SW
                    END-ADD
                 END-IF
              END-IF
           END-PERFORM.

      * The result as NF-ALIQUOT holds it: "STEPS=n FATE=TERMINATES",
      * or for a cycle "STEPS=n FATE=PERFECT CYCLE=m" (AMICABLE, or
      * SOCIABLE-k for a cycle of k), m being the smallest member.
      * The two unsettled fates read "FATE=PASSED CEILING" and
      * "FATE=UNRESOLVED" and are never stored.
          BUILD-RESULT-TEXT.
           MOVE WS-ALIQ-STEPS TO WS-STEPS-EDIT.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE 1 TO WS-RESULT-PTR.
           STRING "STEPS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-STEPS-EDIT) DELIMITED BY SIZE
                " FATE=" DELIMITED BY SIZE
                INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
           END-STRING.
           IF FATE-TERMINATES
              STRING "TERMINATES" DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
              END-STRING
           ELSE IF FATE-CEILING
              STRING "PASSED CEILING" DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
              END-STRING
           ELSE IF FATE-UNRESOLVED
              STRING "UNRESOLVED" DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
              END-STRING
           ELSE
              EVALUATE WS-CYCLE-LEN
                 WHEN 1
                    STRING "PERFECT" DELIMITED BY SIZE
                         INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
                    END-STRING
                 WHEN 2
                    STRING "AMICABLE" DELIMITED BY SIZE
                         INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
                    END-STRING
                 WHEN OTHER
                    MOVE WS-CYCLE-LEN TO WS-LEN-EDIT
                    STRING "SOCIABLE-" DELIMITED BY SIZE
                         FUNCTION TRIM(WS-LEN-EDIT) DELIMITED BY SIZE
                         INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
                    END-STRING
              END-EVALUATE
              MOVE WS-CYCLE-MIN TO WS-TERM-EDIT
              STRING " CYCLE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TERM-EDIT) DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT WITH POINTER WS-RESULT-PTR
              END-STRING
           END-IF.

      * Opens the memo (creating it the first time it is referenced)
      * with the shop-standard busy retry. The memo only saves work,
      * so a memo that stays busy or will not open costs this run
      * its short-cuts and nothing else - every sum is divided out.
          OPEN-MEMO-FILE.
           OPEN I-O ALIQ-MEMO-FILE.
           IF WS-MEMO-STATUS IS EQUAL TO "35"
              OPEN OUTPUT ALIQ-MEMO-FILE
              CLOSE ALIQ-MEMO-FILE
              OPEN I-O ALIQ-MEMO-FILE
           END-IF.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-MEMO-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN I-O ALIQ-MEMO-FILE
           END-PERFORM.
           IF WS-MEMO-STATUS IS EQUAL TO "00"
              MOVE "Y" TO WS-MEMO-OPEN-SW
           ELSE
              DISPLAY "Warning: ALIQMEMO not available (status "
                 WS-MEMO-STATUS "), dividing in full"
           END-IF.

          CLOSE-MEMO-FILE.
           IF MEMO-FILE-OPEN
              CLOSE ALIQ-MEMO-FILE
              MOVE "N" TO WS-MEMO-OPEN-SW
           END-IF.

      * Follows every start from <from> to <to> (a start of 0 is
      * stepped over, as single mode turns it away) and lists on
      * ALIQRPT each perfect number, amicable pair and sociable
      * cycle the span's sequences ran into, once apiece with the
      * number of starts that reached it, then the span's summary.
      * Each start is worked out afresh rather than read back from
      * NUMFACTS, since the listing needs the cycle it reached, not
      * just its name - the memo makes the repeat cheap. One summary
      * audit line per run, as PRIME-NUMBER's RANGE-MODE keeps,
      * rather than one per start.
          RANGE-MODE.
           MOVE "ALIQUOT" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           MOVE "ALIQUOT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-MODE-TOKEN WS-FROM-TOKEN WS-TO-TOKEN
              WS-EXTRA-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-MODE-TOKEN WS-FROM-TOKEN WS-TO-TOKEN
                 WS-EXTRA-TOKEN
           END-UNSTRING.
           IF WS-MODE-TOKEN IS NOT EQUAL TO "RANGE"
                 OR WS-EXTRA-TOKEN IS NOT EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.
           MOVE CFG-ALIQUOT-MAX TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-FROM-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK THEN
              PERFORM VALIDATION-ERROR.
           MOVE WS-VALIDATE-DECIMAL TO WS-RANGE-FROM.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-TO-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK THEN
              PERFORM VALIDATION-ERROR.
           MOVE WS-VALIDATE-DECIMAL TO WS-RANGE-TO.
           IF WS-RANGE-FROM > WS-RANGE-TO
              PERFORM USAGE-ERROR
           END-IF.
           IF WS-RANGE-FROM < 1
              MOVE 1 TO WS-RANGE-FROM
           END-IF.

           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           OPEN OUTPUT ALIQ-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.

      * Batch session: a wide span calls NUMFACT twice per start, so
      * the facts file, journal, and trail open once for the whole
      * run instead of per call.
           CALL "NUMFACT-BEGIN" END-CALL.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           PERFORM OPEN-MEMO-FILE.
           PERFORM VARYING WS-RANGE-CNT FROM WS-RANGE-FROM BY 1
                    UNTIL WS-RANGE-CNT > WS-RANGE-TO
              PERFORM RANGE-ONE-START
           END-PERFORM.
           MOVE WS-MEMO-HIT-CNT TO WS-RUN-MEMO-HITS.
           MOVE WS-SUMMED-CNT TO WS-RUN-SUMMED.

           MOVE "--- PERFECT NUMBERS REACHED ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "P" TO WS-SECTION-KIND.
           PERFORM LIST-CYCLES.
           MOVE "--- AMICABLE PAIRS REACHED ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "A" TO WS-SECTION-KIND.
           PERFORM LIST-CYCLES.
           MOVE "--- SOCIABLE CYCLES REACHED ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "S" TO WS-SECTION-KIND.
           PERFORM LIST-CYCLES.
           PERFORM CLOSE-MEMO-FILE.

           PERFORM WRITE-RANGE-SUMMARY.
           CLOSE ALIQ-RPT-FILE.

           MOVE WS-STARTS-CNT TO WS-COUNT-EDIT.
           COMPUTE WS-COUNT-EDIT2 = WS-CYC-USED + WS-CYC-LOST-CNT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " STARTS, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " CYCLES" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           CALL "NUMFACT-END" END-CALL.
           CALL "AUDIT-LOG-END" END-CALL.
           MOVE WS-STARTS-CNT TO WS-STAT-COMPUTED.
           PERFORM WRITE-RUN-STATS.
           MOVE RC-SUCCESS TO RETURN-CODE.

      * One start: its sequence followed, its fate tallied, the
      * cycle it reached noted, and a settled answer recorded.
          RANGE-ONE-START.
           ADD 1 TO WS-STAT-READ.
           ADD 1 TO WS-STARTS-CNT.
           MOVE WS-RANGE-CNT TO NUM.
           PERFORM CALC-ALIQUOT.
           IF FATE-TERMINATES
              ADD 1 TO WS-TERMINATES-CNT
           ELSE IF FATE-CEILING
              ADD 1 TO WS-CEILING-CNT
           ELSE IF FATE-UNRESOLVED
              ADD 1 TO WS-UNRESOLVED-CNT
           ELSE
              EVALUATE WS-CYCLE-LEN
                 WHEN 1
                    ADD 1 TO WS-TO-PERFECT-CNT
                 WHEN 2
                    ADD 1 TO WS-TO-AMICABLE-CNT
                 WHEN OTHER
                    ADD 1 TO WS-TO-SOCIABLE-CNT
              END-EVALUATE
              PERFORM NOTE-CYCLE-REACHED
           END-IF.
           IF FATE-SETTLED AND WS-ALIQ-STEPS > WS-LONGEST-STEPS
              MOVE WS-ALIQ-STEPS TO WS-LONGEST-STEPS
              MOVE NUM TO WS-LONGEST-AT
           END-IF.
           PERFORM BUILD-RESULT-TEXT.
           PERFORM WRITE-NUMBER-FACT.
           IF FATE-SETTLED
              ADD 1 TO WS-STAT-WRITTEN
           END-IF.

      * The cycle table is keyed on the smallest member, so both
      * halves of a pair, and every start that runs into a cycle
      * from outside it, count against the one entry. A span that
      * reaches more distinct cycles than the table holds still
      * counts the rest in the summary.
          NOTE-CYCLE-REACHED.
           MOVE 0 TO WS-CYC-FOUND-AT.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > WS-CYC-USED
                       OR WS-CYC-FOUND-AT > 0
              IF WS-CYC-MIN (WS-CYC-IDX) IS EQUAL TO WS-CYCLE-MIN
                 MOVE WS-CYC-IDX TO WS-CYC-FOUND-AT
              END-IF
           END-PERFORM.
           IF WS-CYC-FOUND-AT > 0
              ADD 1 TO WS-CYC-REACHED (WS-CYC-FOUND-AT)
           ELSE IF WS-CYC-USED < 100
              ADD 1 TO WS-CYC-USED
              MOVE WS-CYCLE-MIN TO WS-CYC-MIN (WS-CYC-USED)
              MOVE WS-CYCLE-LEN TO WS-CYC-LEN (WS-CYC-USED)
              MOVE 1 TO WS-CYC-REACHED (WS-CYC-USED)
           ELSE
              ADD 1 TO WS-CYC-LOST-CNT
           END-IF.

      * One report section: every table entry of the kind asked for,
      * in the order the span first reached them.
          LIST-CYCLES.
           MOVE 0 TO WS-CYC-LISTED-CNT.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                    UNTIL WS-CYC-IDX > WS-CYC-USED
              IF (LISTING-PERFECT AND WS-CYC-LEN (WS-CYC-IDX) = 1)
                    OR (LISTING-AMICABLE
                       AND WS-CYC-LEN (WS-CYC-IDX) = 2)
                    OR (LISTING-SOCIABLE
                       AND WS-CYC-LEN (WS-CYC-IDX) > 2)
                 ADD 1 TO WS-CYC-LISTED-CNT
                 PERFORM LIST-ONE-CYCLE
              END-IF
           END-PERFORM.
           IF WS-CYC-LISTED-CNT IS EQUAL TO 0
              MOVE "NONE REACHED" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * The members are regenerated from the smallest one, each sum
      * coming straight back out of the memo. A perfect number or a
      * pair fits on one line with its count; a sociable cycle gets
      * its own heading and its members wrapped beneath it.
          LIST-ONE-CYCLE.
           MOVE WS-CYC-MIN (WS-CYC-IDX) TO WS-ALIQ-CUR.
           MOVE WS-CYC-REACHED (WS-CYC-IDX) TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           IF LISTING-SOCIABLE
              MOVE WS-CYC-LEN (WS-CYC-IDX) TO WS-LEN-EDIT
              STRING "CYCLE OF " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LEN-EDIT) DELIMITED BY SIZE
                   "  (REACHED FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " STARTS):" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM EMIT-LINE
              MOVE SPACES TO WS-PRINT-LINE
              MOVE 3 TO WS-LINE-PTR
           END-IF.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                    UNTIL WS-MEMBER-IDX > WS-CYC-LEN (WS-CYC-IDX)
              EVALUATE TRUE
                 WHEN WS-MEMBER-IDX IS EQUAL TO 1
                    CONTINUE
                 WHEN LISTING-AMICABLE
                    STRING " AND " DELIMITED BY SIZE
                         INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
                    END-STRING
                 WHEN OTHER
                    STRING " -> " DELIMITED BY SIZE
                         INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
                    END-STRING
              END-EVALUATE
              IF WS-LINE-PTR > 60
                 PERFORM EMIT-LINE
                 MOVE SPACES TO WS-PRINT-LINE
                 MOVE 5 TO WS-LINE-PTR
              END-IF
              MOVE WS-ALIQ-CUR TO WS-TERM-EDIT
              STRING FUNCTION TRIM(WS-TERM-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM GET-DIVISOR-SUM
              MOVE WS-ALIQ-SUM TO WS-ALIQ-CUR
           END-PERFORM.
           IF NOT LISTING-SOCIABLE
              STRING "  (REACHED FROM " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " STARTS)" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF.
           PERFORM EMIT-LINE.

          WRITE-RANGE-SUMMARY.
           MOVE "--- SUMMARY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-STARTS-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STARTING NUMBERS FOLLOWED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-TERMINATES-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REACHING 1:                " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-TO-PERFECT-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REACHING A PERFECT NUMBER: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-TO-AMICABLE-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REACHING AN AMICABLE PAIR: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-TO-SOCIABLE-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  REACHING A SOCIABLE CYCLE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-CEILING-CNT TO WS-COUNT-EDIT.
           MOVE CFG-ALIQUOT-MAX TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PASSING THE CEILING:       " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " (CFG-ALIQUOT-MAX " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-UNRESOLVED-CNT > 0
              MOVE WS-UNRESOLVED-CNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  UNRESOLVED AFTER 1000 STEPS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           IF WS-CYC-LOST-CNT > 0
              MOVE WS-CYC-LOST-CNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "CYCLES PAST THE 100 LISTED: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           IF WS-LONGEST-STEPS > 0
              MOVE WS-LONGEST-STEPS TO WS-COUNT-EDIT
              MOVE WS-LONGEST-AT TO WS-COUNT-EDIT2
              MOVE SPACES TO WS-PRINT-LINE
              STRING "LONGEST SETTLED SEQUENCE: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " STEPS (FIRST AT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           MOVE WS-RUN-MEMO-HITS TO WS-COUNT-EDIT.
           MOVE WS-RUN-SUMMED TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DIVISOR SUMS FROM ALIQMEMO: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  NEWLY SUMMED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through ALIQ-RPT-REC themselves.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO ALIQ-RPT-REC.
           WRITE ALIQ-RPT-REC.
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
           MOVE "ALIQUOT SEQUENCE REPORT" TO WS-HDR-REC.
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
           STRING "SOURCE: " DELIMITED BY SIZE
                FUNCTION TRIM(CMD-ARGS) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO ALIQ-RPT-REC.
           WRITE ALIQ-RPT-REC.

          USAGE-ERROR.
           DISPLAY "Usage: aliquot <n> | BATCH | RANGE <from> <to>".
           MOVE "INVALID ARGUMENTS" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

          ERROR-PARA.
           DISPLAY "Usage: please input a positive integer".
           MOVE "ALIQUOT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE "NON-INTEGER INPUT" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

          VALIDATION-ERROR.
           IF VALIDATE-NON-NUMERIC
              DISPLAY "Usage: please input a numeric value"
              MOVE "NON-NUMERIC INPUT" TO WS-AUDIT-RESULT
           ELSE IF VALIDATE-NEGATIVE
              DISPLAY "Usage: please input a positive integer"
              MOVE "NEGATIVE INPUT" TO WS-AUDIT-RESULT
           ELSE IF VALIDATE-TOO-LARGE
              DISPLAY "Usage: input value is too large for this program"
              MOVE "INPUT TOO LARGE" TO WS-AUDIT-RESULT
           END-IF.
           MOVE "ALIQUOT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

          WRITE-AUDIT.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * Records a settled sequence's length and fate into the shared
      * NUMFACTS lookup file under this program's own field code,
      * and the starting number's divisor verdict under CLASSIFY-
      * RPT's - the sum just taken is the very one CLASSIFY-RPT
      * compares, so the two programs can only ever agree on it. A
      * sequence that did not settle leaves NF-ALIQUOT alone, but
      * its first sum was still taken, so the verdict is recorded
      * all the same.
          WRITE-NUMBER-FACT.
           IF FATE-SETTLED
              MOVE NUM TO WS-NUMFACT-KEY
              MOVE "A" TO WS-NUMFACT-FIELD
              MOVE WS-RESULT-TEXT TO WS-NUMFACT-VALUE
              CALL "NUMFACT" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
                 WS-NUMFACT-VALUE
                 WS-NUMFACT-CALLER
              END-CALL
           END-IF.
           IF START-SUM-TAKEN
              MOVE NUM TO WS-NUMFACT-KEY
              MOVE "D" TO WS-NUMFACT-FIELD
              EVALUATE TRUE
                 WHEN WS-START-DIVSUM IS EQUAL TO NUM
                    MOVE "P" TO WS-NUMFACT-VALUE
                 WHEN WS-START-DIVSUM > NUM
                    MOVE "A" TO WS-NUMFACT-VALUE
                 WHEN OTHER
                    MOVE "D" TO WS-NUMFACT-VALUE
              END-EVALUATE
              CALL "NUMFACT" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
                 WS-NUMFACT-VALUE
                 WS-NUMFACT-CALLER
              END-CALL
           END-IF.

      * Asks NUMFACTS whether this number's sequence is already on
      * file, so a repeat input is answered from the facts file
      * instead of being followed again. Only settled fates are ever
      * stored, so anything on the field is an answer.
          LOOKUP-NUMBER-FACT.
           MOVE NUM TO WS-NUMFACT-KEY.
           MOVE "A" TO WS-NUMFACT-FIELD.
           MOVE SPACES TO WS-NUMFACT-VALUE.
           CALL "NUMFACT-LOOKUP" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.
           IF WS-NUMFACT-VALUE IS NOT EQUAL TO SPACES
              MOVE "Y" TO WS-NUMFACT-HIT-SW
           END-IF.
