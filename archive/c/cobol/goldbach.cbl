        IDENTIFICATION DIVISION.
        PROGRAM-ID. GOLDBACH.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PRIME-CACHE-FILE ASSIGN USING WS-CACHE-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
              FILE STATUS IS WS-CACHE-STATUS.
          SELECT GOLD-RPT-FILE ASSIGN TO "GOLDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GOLDRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD PRIME-CACHE-FILE.
          COPY CACHEREC.

          FD GOLD-RPT-FILE.
          01 GOLD-RPT-REC            PIC X(80).

      * Goldbach decomposition for the research group: which pairs
      * of primes add up to an even number. "<n>" checks the value
      * is even the way EVEN-ODD does, then finds the pair with the
      * smallest first prime; "<n> COUNT" also counts every pair
      * p+q with p not above q. "RANGE <from> <to>" decomposes each
      * even number in the span and lists its pair count and
      * smallest pair on GOLDRPT, with the fewest and most pairs
      * seen, in the banner and page-break shape PRIME-GAP's GAPRPT
      * uses. Every primality verdict comes out of PRIMECAC where
      * the cache has one; a candidate it has never seen is trial-
      * divided and the verdict written back, so the cache grows
      * with every run the same way PRIME-NUMBER grows it. The
      * smallest pair is recorded into NUMFACTS under this
      * program's own NF-GOLDBACH field as "p+q"; the pair count is
      * not, since it is only worked out on request.
        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 DECINUM                 PIC S9(12)V99.
          01 NUM                     PIC S9(12).
          01 WS-GOLDRPT-STATUS       PIC XX.
          01 WS-NUM-TOKEN            PIC X(38).
          01 WS-OPTION-TOKEN         PIC X(10).
          01 WS-MODE-TOKEN           PIC X(10).
          01 WS-FROM-TOKEN           PIC X(14).
          01 WS-TO-TOKEN             PIC X(14).
          01 WS-EXTRA-TOKEN          PIC X(10).

      * "COUNT" on the command line, and every RANGE number, walks
      * the candidates all the way to half the number; otherwise
      * the walk stops at the first pair found.
          01 WS-COUNT-ALL-SW         PIC X VALUE "N".
            88 COUNT-ALL-PAIRS           VALUE "Y".

      * The decomposition proper. The number is at most
      * CFG-PRIME-MAX (twelve digits, the cache key's width), so
      * both halves of every pair fit the cache key too.
          01 WS-GB-NUM               PIC 9(12).
          01 WS-GB-HALF              PIC 9(12).
          01 WS-GB-P                 PIC 9(12).
          01 WS-GB-SMALL-P           PIC 9(12).
          01 WS-GB-SMALL-Q           PIC 9(12).
          01 WS-PAIR-COUNT           PIC 9(9).
          01 WS-PAIR-FOUND-SW        PIC X VALUE "N".
            88 PAIR-FOUND                VALUE "Y".
          01 WS-PAIR-TEXT            PIC X(30).
          01 WS-PAIR-PTR             PIC 9(4).

      * One primality question put to the cache, and the trial
      * division behind it on a miss - the same shape as
      * PRIME-NUMBER's RANGE-CHECK-PRIME.
          01 WS-CAND                 PIC 9(12).
          01 WS-CAND-DIV             PIC 9(7).
          01 WS-CAND-SQRT            PIC 9(7).
          01 WS-CAND-PRIME-SW        PIC X.
            88 CAND-IS-PRIME             VALUE "Y".
          01 WS-REMAINING            PIC 9(12).
          01 WS-FACTOR               PIC 9(12).
          01 WS-FACTOR-EDIT          PIC Z(11)9.
          01 WS-FACTOR-LIST          PIC X(60).
          01 WS-LIST-PTR             PIC 9(4).
          01 WS-FIRST-FACTOR-SW      PIC X VALUE "Y".
          01 WS-CACHE-HIT-CNT        PIC 9(9) VALUE 0.
          01 WS-CACHE-ADD-CNT        PIC 9(9) VALUE 0.

      * PRIMECAC, or the CACHTEST shadow under a TEST run (NUMMODE,
      * see RUNMODE.CPY), where every verdict added is also logged
      * to SIMCHG as one production would have added.
          01 WS-CACHE-STATUS         PIC XX.
          01 WS-CACHE-DD             PIC X(8) VALUE "PRIMECAC".
          01 WS-CACHE-FOUND-SWITCH   PIC X VALUE "N".
            88 CACHE-HIT                 VALUE "Y".
          01 WS-BUSY-TRY-CNT         PIC 9(2).
          01 WS-TRY-EDIT             PIC Z9.

      * RANGE mode: the span, and the tallies its summary is built
      * from. The loop counter is a digit wider than the number so
      * a span ending at the twelve-digit ceiling cannot wrap it.
          01 WS-RANGE-FROM           PIC 9(12).
          01 WS-RANGE-TO             PIC 9(12).
          01 WS-RANGE-CNT            PIC 9(13).
          01 WS-EVEN-DONE-CNT        PIC 9(9) VALUE 0.
          01 WS-NO-PAIR-CNT          PIC 9(9) VALUE 0.
          01 WS-MIN-PAIRS            PIC 9(9) VALUE 0.
          01 WS-MIN-PAIRS-AT         PIC 9(12) VALUE 0.
          01 WS-MAX-PAIRS            PIC 9(9) VALUE 0.
          01 WS-MAX-PAIRS-AT         PIC 9(12) VALUE 0.

          01 WS-PRINT-LINE           PIC X(80).
          01 WS-COUNT-EDIT           PIC Z(11)9.
          01 WS-COUNT-EDIT2          PIC Z(11)9.
          01 WS-LINE-PTR             PIC 9(4).

      * Page heading and page-break control for GOLDRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(80).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCOM.
          COPY SHOPCFG.
          COPY STATCOM.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE "GOLDBACH" TO WS-NUMFACT-CALLER.
           MOVE "GOLDBACH" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.

           IF CMD-ARGS (1:5) = "RANGE" THEN
              PERFORM RANGE-MODE
              STOP RUN.

           MOVE SPACES TO WS-NUM-TOKEN WS-OPTION-TOKEN
              WS-EXTRA-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-NUM-TOKEN WS-OPTION-TOKEN WS-EXTRA-TOKEN
           END-UNSTRING.
           IF WS-EXTRA-TOKEN IS NOT EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.
           IF WS-OPTION-TOKEN IS EQUAL TO "COUNT"
              MOVE "Y" TO WS-COUNT-ALL-SW
           ELSE IF WS-OPTION-TOKEN IS NOT EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.

      * Shared routine flags non-numeric, negative, and too-large
      * arguments with distinct reason codes; the ceiling is
      * PRIME-NUMBER's, since every half of a pair is a cache key.
           MOVE CFG-PRIME-MAX TO WS-VALIDATE-MAX.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK THEN
              PERFORM VALIDATION-ERROR.
           MOVE WS-VALIDATE-DECIMAL TO DECINUM.
           MOVE DECINUM TO NUM.
           IF NUM IS NOT EQUAL TO DECINUM THEN
              PERFORM ERROR-PARA.

      * EVEN-ODD's parity test decides whether there is anything to
      * decompose at all: an odd number has no pair of primes (both
      * would have to be odd, and two odds make an even), and 2 is
      * too small for two primes to reach.
           IF FUNCTION MOD (NUM, 2) IS NOT EQUAL TO 0 THEN
              DISPLAY "Odd - only an even number has a Goldbach pair"
              MOVE "ODD INPUT" TO WS-AUDIT-RESULT
              PERFORM REJECT-INPUT.
           IF NUM < 4 THEN
              DISPLAY "Usage: please input an even number of 4 or"
                 " more"
              MOVE "EVEN NUMBER BELOW 4" TO WS-AUDIT-RESULT
              PERFORM REJECT-INPUT.
           MOVE NUM TO WS-GB-NUM.

           IF NOT COUNT-ALL-PAIRS
              PERFORM LOOKUP-NUMBER-FACT
              IF NUMFACT-ANSWER-ON-FILE
                 DISPLAY "Smallest pair: "
                    FUNCTION TRIM(WS-NUMFACT-VALUE)
                 MOVE SPACES TO WS-AUDIT-RESULT
                 STRING FUNCTION TRIM(WS-NUMFACT-VALUE)
                      DELIMITED BY SIZE
                      " (on file)" DELIMITED BY SIZE
                      INTO WS-AUDIT-RESULT
                 END-STRING
                 MOVE RC-SUCCESS TO WS-AUDIT-RC
                 PERFORM WRITE-AUDIT
                 MOVE RC-SUCCESS TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM OPEN-CACHE.
           PERFORM DECOMPOSE-NUMBER.
           CLOSE PRIME-CACHE-FILE.
           IF NOT PAIR-FOUND
              PERFORM NO-PAIR-FAILURE.
           PERFORM BUILD-PAIR-TEXT.
           DISPLAY "Smallest pair: " FUNCTION TRIM(WS-PAIR-TEXT).
           MOVE WS-PAIR-TEXT TO WS-AUDIT-RESULT.
           IF COUNT-ALL-PAIRS
              MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT
              DISPLAY "Pairs:         " FUNCTION TRIM(WS-COUNT-EDIT)
              MOVE SPACES TO WS-AUDIT-RESULT
              STRING FUNCTION TRIM(WS-PAIR-TEXT) DELIMITED BY SIZE
                   " PAIRS=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           PERFORM WRITE-NUMBER-FACT.
           MOVE RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

      * Opens the prime results cache (creating it the first time
      * it is referenced), with the shop-standard busy retry
      * PRIME-NUMBER's OPEN-CACHE uses: CACHE-MAINT may be holding
      * the cache mid-window, which is contention, not damage.
          OPEN-CACHE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "CACHTEST" TO WS-CACHE-DD
           END-IF.
           OPEN I-O PRIME-CACHE-FILE.
           IF WS-CACHE-STATUS IS EQUAL TO "35"
              OPEN OUTPUT PRIME-CACHE-FILE
              CLOSE PRIME-CACHE-FILE
              OPEN I-O PRIME-CACHE-FILE
           END-IF.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-CACHE-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN I-O PRIME-CACHE-FILE
           END-PERFORM.
           IF WS-BUSY-TRY-CNT > 0
              PERFORM NOTE-CACHE-CONTENTION
           END-IF.

      * One audit line per contended open, won through or not; a
      * still-busy cache stops the run loudly rather than letting
      * every verdict die in the INVALID KEY clauses downstream.
          NOTE-CACHE-CONTENTION.
           MOVE WS-BUSY-TRY-CNT TO WS-TRY-EDIT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-CACHE-STATUS IS EQUAL TO "93" OR "99"
              STRING "PRIMECAC BUSY, GAVE UP AFTER "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRY-EDIT) DELIMITED BY SIZE
                   " RETRIES" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SELF-CHECK-FAILED TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              DISPLAY "Prime cache is busy, try again shortly"
                 " (status " WS-CACHE-STATUS ")"
              MOVE RC-SELF-CHECK-FAILED TO RETURN-CODE
              STOP RUN
           ELSE
              STRING "PRIMECAC BUSY, OK AFTER " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TRY-EDIT) DELIMITED BY SIZE
                   " RETRIES" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SUCCESS TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
           END-IF.

      * Walks the odd candidates p from 3 up to half the number,
      * asking of each whether p and the number less p are both
      * prime; the first pair found has the smallest first prime.
      * 2 is the only even prime, so the one pair that uses it is
      * 4 = 2+2, taken on its own ahead of the walk.
          DECOMPOSE-NUMBER.
           MOVE 0 TO WS-PAIR-COUNT.
           MOVE "N" TO WS-PAIR-FOUND-SW.
           IF WS-GB-NUM IS EQUAL TO 4
              MOVE 2 TO WS-GB-SMALL-P WS-GB-SMALL-Q
              MOVE 1 TO WS-PAIR-COUNT
              MOVE "Y" TO WS-PAIR-FOUND-SW
              EXIT PARAGRAPH.
           COMPUTE WS-GB-HALF = WS-GB-NUM / 2.
           PERFORM VARYING WS-GB-P FROM 3 BY 2
                    UNTIL WS-GB-P > WS-GB-HALF
                       OR (PAIR-FOUND AND NOT COUNT-ALL-PAIRS)
              PERFORM TRY-ONE-PAIR
           END-PERFORM.

      * The larger half is only asked about once the smaller one
      * has proved prime, so most candidates cost one question.
          TRY-ONE-PAIR.
           MOVE WS-GB-P TO WS-CAND.
           PERFORM CHECK-CANDIDATE.
           IF NOT CAND-IS-PRIME
              EXIT PARAGRAPH.
           COMPUTE WS-CAND = WS-GB-NUM - WS-GB-P.
           PERFORM CHECK-CANDIDATE.
           IF NOT CAND-IS-PRIME
              EXIT PARAGRAPH.
           ADD 1 TO WS-PAIR-COUNT.
           IF NOT PAIR-FOUND
              MOVE WS-GB-P TO WS-GB-SMALL-P
              MOVE WS-CAND TO WS-GB-SMALL-Q
              MOVE "Y" TO WS-PAIR-FOUND-SW
           END-IF.

      * The cache's verdict where it has one; otherwise trial
      * division, with the verdict written back so the next run
      * (or PRIME-NUMBER itself) finds it there.
          CHECK-CANDIDATE.
           MOVE "N" TO WS-CACHE-FOUND-SWITCH.
           MOVE WS-CAND TO CACHE-KEY.
           READ PRIME-CACHE-FILE
              INVALID KEY MOVE "N" TO WS-CACHE-FOUND-SWITCH
              NOT INVALID KEY MOVE "Y" TO WS-CACHE-FOUND-SWITCH
           END-READ.
           IF CACHE-HIT
              ADD 1 TO WS-CACHE-HIT-CNT
              IF CACHE-PRIME-FLAG IS EQUAL TO "P"
                 MOVE "Y" TO WS-CAND-PRIME-SW
              ELSE
                 MOVE "N" TO WS-CAND-PRIME-SW
              END-IF
           ELSE
              PERFORM TRIAL-DIVIDE-CANDIDATE
              PERFORM STORE-CANDIDATE-VERDICT
           END-IF.

          TRIAL-DIVIDE-CANDIDATE.
           MOVE "Y" TO WS-CAND-PRIME-SW.
           IF WS-CAND < 2
              MOVE "N" TO WS-CAND-PRIME-SW
           ELSE IF WS-CAND IS NOT EQUAL TO 2
                   AND FUNCTION MOD (WS-CAND, 2) = 0
              MOVE "N" TO WS-CAND-PRIME-SW
           ELSE IF WS-CAND IS NOT EQUAL TO 2
              COMPUTE WS-CAND-SQRT = WS-CAND ** 0.5
              MOVE 3 TO WS-CAND-DIV
              PERFORM UNTIL WS-CAND-DIV > WS-CAND-SQRT
                      OR NOT CAND-IS-PRIME
                 IF FUNCTION MOD (WS-CAND, WS-CAND-DIV) = 0
                    MOVE "N" TO WS-CAND-PRIME-SW
                 END-IF
                 ADD 2 TO WS-CAND-DIV
              END-PERFORM
           END-IF.

      * A fresh composite goes into the cache with its full prime
      * factorization, the same entry PRIME-NUMBER writes, so a
      * later single-number lookup gets the factors without
      * re-dividing.
          STORE-CANDIDATE-VERDICT.
           MOVE WS-CAND TO CACHE-KEY.
           IF CAND-IS-PRIME
              MOVE "P" TO CACHE-PRIME-FLAG
              MOVE SPACES TO CACHE-FACTOR-LIST
           ELSE
              MOVE "C" TO CACHE-PRIME-FLAG
              IF WS-CAND < 2
                 MOVE SPACES TO CACHE-FACTOR-LIST
              ELSE
                 PERFORM FACTORIZE
                 MOVE WS-FACTOR-LIST TO CACHE-FACTOR-LIST
              END-IF
           END-IF.
           WRITE PRIME-CACHE-REC INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM NOTE-CACHE-ADD
           END-WRITE.

      * PRIME-NUMBER's factor walk and " x " list, except that the
      * walk stops at the square root of what is left: past it the
      * remainder is itself prime, and walking up to a twelve-digit
      * prime factor one divisor at a time would stall the run.
          FACTORIZE.
           MOVE WS-CAND TO WS-REMAINING.
           MOVE SPACES TO WS-FACTOR-LIST.
           MOVE 1 TO WS-LIST-PTR.
           MOVE "Y" TO WS-FIRST-FACTOR-SW.
           MOVE 2 TO WS-FACTOR.
           PERFORM UNTIL WS-REMAINING = 1
              IF WS-FACTOR * WS-FACTOR > WS-REMAINING
                 MOVE WS-REMAINING TO WS-FACTOR
              END-IF
              IF FUNCTION MOD (WS-REMAINING, WS-FACTOR) = 0
                 PERFORM APPEND-FACTOR
                 COMPUTE WS-REMAINING = WS-REMAINING / WS-FACTOR
              ELSE
                 ADD 1 TO WS-FACTOR
              END-IF
           END-PERFORM.

          APPEND-FACTOR.
           IF WS-FIRST-FACTOR-SW IS EQUAL TO "N"
              STRING " x " DELIMITED BY SIZE
                   INTO WS-FACTOR-LIST WITH POINTER WS-LIST-PTR
           END-IF.
           MOVE WS-FACTOR TO WS-FACTOR-EDIT.
           STRING FUNCTION TRIM(WS-FACTOR-EDIT) DELIMITED BY SIZE
                INTO WS-FACTOR-LIST WITH POINTER WS-LIST-PTR.
           MOVE "N" TO WS-FIRST-FACTOR-SW.

      * The smallest pair as NF-GOLDBACH holds it: "p+q".
          BUILD-PAIR-TEXT.
           MOVE SPACES TO WS-PAIR-TEXT.
           MOVE 1 TO WS-PAIR-PTR.
           MOVE WS-GB-SMALL-P TO WS-COUNT-EDIT.
           MOVE WS-GB-SMALL-Q TO WS-COUNT-EDIT2.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "+" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PAIR-TEXT WITH POINTER WS-PAIR-PTR
           END-STRING.

      * Every even number inside the twelve-digit ceiling has long
      * since been shown to have a pair, so finding none means a
      * verdict in the cache is wrong - a damaged PRIMECAC, not a
      * discovery - and the run says so rather than recording it.
          NO-PAIR-FAILURE.
           DISPLAY "No prime pair found - check PRIMECAC with"
              " CACHE-RECON".
           MOVE "NO PRIME PAIR FOUND" TO WS-AUDIT-RESULT.
           MOVE RC-SELF-CHECK-FAILED TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-SELF-CHECK-FAILED TO RETURN-CODE.
           STOP RUN.

      * Decomposes every even number from <from> to <to>, counting
      * all of each one's pairs, and lists them on GOLDRPT. Odd
      * numbers in the span are stepped over by the same parity
      * test single mode applies, and the walk starts no lower than
      * 4. One summary audit line per run, as PRIME-NUMBER's
      * RANGE-MODE keeps, rather than one per number.
          RANGE-MODE.
           MOVE "GOLDBACH" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
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
           MOVE CFG-PRIME-MAX TO WS-VALIDATE-MAX.
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

           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           OPEN OUTPUT GOLD-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "--- PAIR COUNTS BY EVEN NUMBER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.

           MOVE "Y" TO WS-COUNT-ALL-SW.
           PERFORM OPEN-CACHE.

      * Batch session: a wide span calls NUMFACT once per even
      * number, so the facts file, journal, and trail open once for
      * the whole run instead of per call.
           CALL "NUMFACT-BEGIN" END-CALL.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           MOVE WS-RANGE-FROM TO WS-RANGE-CNT.
           IF FUNCTION MOD (WS-RANGE-CNT, 2) IS NOT EQUAL TO 0
              ADD 1 TO WS-RANGE-CNT
           END-IF.
           IF WS-RANGE-CNT < 4
              MOVE 4 TO WS-RANGE-CNT
           END-IF.
           PERFORM VARYING WS-RANGE-CNT FROM WS-RANGE-CNT BY 2
                    UNTIL WS-RANGE-CNT > WS-RANGE-TO
              PERFORM RANGE-ONE-EVEN
           END-PERFORM.
           CLOSE PRIME-CACHE-FILE.

           PERFORM WRITE-RANGE-SUMMARY.
           CLOSE GOLD-RPT-FILE.

           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-NO-PAIR-CNT > 0
              MOVE WS-NO-PAIR-CNT TO WS-COUNT-EDIT
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " WITH NO PRIME PAIR" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SELF-CHECK-FAILED TO WS-AUDIT-RC
           ELSE
              MOVE WS-EVEN-DONE-CNT TO WS-COUNT-EDIT
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " EVEN NUMBERS VERIFIED" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           PERFORM WRITE-AUDIT.
           CALL "NUMFACT-END" END-CALL.
           CALL "AUDIT-LOG-END" END-CALL.
           PERFORM WRITE-RUN-STATS.
           MOVE WS-AUDIT-RC TO RETURN-CODE.

      * One even number: its count and smallest pair on the report,
      * the pair into NUMFACTS, and the fewest/most tallies kept at
      * the first number to reach them.
          RANGE-ONE-EVEN.
           ADD 1 TO WS-STAT-READ.
           MOVE WS-RANGE-CNT TO WS-GB-NUM.
           PERFORM DECOMPOSE-NUMBER.
           MOVE WS-GB-NUM TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                ": " DELIMITED BY SIZE
                INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           IF NOT PAIR-FOUND
              ADD 1 TO WS-NO-PAIR-CNT
              ADD 1 TO WS-STAT-ERRORS
              STRING "NO PRIME PAIR FOUND" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH.
           ADD 1 TO WS-EVEN-DONE-CNT.
           PERFORM BUILD-PAIR-TEXT.
           MOVE WS-PAIR-COUNT TO WS-COUNT-EDIT.
           STRING "PAIRS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  SMALLEST " DELIMITED BY SIZE
                FUNCTION TRIM(WS-PAIR-TEXT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-EVEN-DONE-CNT IS EQUAL TO 1
                 OR WS-PAIR-COUNT < WS-MIN-PAIRS
              MOVE WS-PAIR-COUNT TO WS-MIN-PAIRS
              MOVE WS-GB-NUM TO WS-MIN-PAIRS-AT
           END-IF.
           IF WS-PAIR-COUNT > WS-MAX-PAIRS
              MOVE WS-PAIR-COUNT TO WS-MAX-PAIRS
              MOVE WS-GB-NUM TO WS-MAX-PAIRS-AT
           END-IF.
           PERFORM WRITE-NUMBER-FACT.
           ADD 1 TO WS-STAT-WRITTEN.

          WRITE-RANGE-SUMMARY.
           MOVE "--- SUMMARY ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-EVEN-DONE-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EVEN NUMBERS VERIFIED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-EVEN-DONE-CNT > 0
              MOVE WS-MIN-PAIRS TO WS-COUNT-EDIT
              MOVE WS-MIN-PAIRS-AT TO WS-COUNT-EDIT2
              MOVE SPACES TO WS-PRINT-LINE
              STRING "FEWEST PAIRS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " (FIRST AT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              MOVE WS-MAX-PAIRS TO WS-COUNT-EDIT
              MOVE WS-MAX-PAIRS-AT TO WS-COUNT-EDIT2
              MOVE SPACES TO WS-PRINT-LINE
              STRING "MOST PAIRS:   " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " (FIRST AT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           ELSE IF WS-NO-PAIR-CNT IS EQUAL TO 0
              MOVE "NO EVEN NUMBER OF 4 OR MORE IN THE RANGE"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.
           IF WS-NO-PAIR-CNT > 0
              MOVE WS-NO-PAIR-CNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "WITH NO PRIME PAIR: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " - CHECK PRIMECAC WITH CACHE-RECON"
                   DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.
           MOVE WS-CACHE-HIT-CNT TO WS-COUNT-EDIT.
           MOVE WS-CACHE-ADD-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VERDICTS FROM PRIMECAC: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  NEWLY DIVIDED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through GOLD-RPT-REC themselves.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO GOLD-RPT-REC.
           WRITE GOLD-RPT-REC.
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
           MOVE "GOLDBACH DECOMPOSITION REPORT" TO WS-HDR-REC.
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
           MOVE WS-HDR-REC TO GOLD-RPT-REC.
           WRITE GOLD-RPT-REC.

      * Records the smallest pair into the shared NUMFACTS lookup
      * file under this program's own field code.
          WRITE-NUMBER-FACT.
           MOVE WS-GB-NUM TO WS-NUMFACT-KEY.
           MOVE "G" TO WS-NUMFACT-FIELD.
           MOVE WS-PAIR-TEXT TO WS-NUMFACT-VALUE.
           CALL "NUMFACT" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.

      * Asks NUMFACTS whether this number's smallest pair is already
      * on file, so a repeat query is answered without touching the
      * cache at all.
          LOOKUP-NUMBER-FACT.
           MOVE WS-GB-NUM TO WS-NUMFACT-KEY.
           MOVE "G" TO WS-NUMFACT-FIELD.
           MOVE SPACES TO WS-NUMFACT-VALUE.
           CALL "NUMFACT-LOOKUP" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.
           IF WS-NUMFACT-VALUE IS NOT EQUAL TO SPACES
              MOVE "Y" TO WS-NUMFACT-HIT-SW
           END-IF.

          WRITE-RUN-STATS.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.

          USAGE-ERROR.
           DISPLAY "Usage: goldbach <n> [COUNT] | RANGE <from> <to>".
           MOVE "INVALID ARGUMENTS" TO WS-AUDIT-RESULT.
           PERFORM REJECT-INPUT.

          ERROR-PARA.
           DISPLAY "Usage: please input a non-negative integer".
           MOVE "NON-INTEGER INPUT" TO WS-AUDIT-RESULT.
           PERFORM REJECT-INPUT.

          VALIDATION-ERROR.
           IF VALIDATE-NON-NUMERIC
              DISPLAY "Usage: please input a numeric value"
              MOVE "NON-NUMERIC INPUT" TO WS-AUDIT-RESULT
           ELSE IF VALIDATE-NEGATIVE
              DISPLAY "Usage: please input a non-negative integer"
              MOVE "NEGATIVE INPUT" TO WS-AUDIT-RESULT
           ELSE IF VALIDATE-TOO-LARGE
              DISPLAY "Usage: input value is too large for this program"
              MOVE "INPUT TOO LARGE" TO WS-AUDIT-RESULT
           END-IF.
           PERFORM REJECT-INPUT.

          REJECT-INPUT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

          WRITE-AUDIT.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * A verdict just added to the cache is, under a TEST run, one
      * production would have added to PRIMECAC.
          NOTE-CACHE-ADD.
           ADD 1 TO WS-CACHE-ADD-CNT.
           IF NOT TEST-RUN
              EXIT PARAGRAPH.
           MOVE "GOLDBACH" TO WS-SIM-CALLER.
           MOVE "PRIMECAC" TO WS-SIM-TARGET.
           MOVE "ADD" TO WS-SIM-ACTION.
           MOVE CACHE-KEY TO WS-SIM-KEY.
           MOVE CACHE-PRIME-FLAG TO WS-SIM-FIELD.
           MOVE SPACES TO WS-SIM-OLD-VALUE.
           MOVE CACHE-FACTOR-LIST TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.
