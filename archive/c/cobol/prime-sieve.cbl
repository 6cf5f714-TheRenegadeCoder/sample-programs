        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRIME-SIEVE.

      * Bulk loader for PRIMECAC and NUMFACTS. PRIME-NUMBER's RANGE
      * and CONTINUE modes trial-divide one candidate at a time,
      * which at the nightly scan quota will not reach the planning
      * desk's ten-to-twelve-digit reference ids for years; this
      * program sieves a whole block of keys instead. The block is
      * worked a segment of WS-SEG-SIZE keys at a time against the
      * base primes up to the square root of the block's top, each
      * key's prime factors are collected as the sieve strikes it,
      * and every key goes into PRIMECAC in key order with its flag
      * and factor list (the same " x " list PRIME-NUMBER's
      * FACTORIZE builds), into NUMFACTS as its NF-PRIMALITY verdict
      * through one NUMFACT session, and - primes only - into
      * PRIMEOUT in the one-prime-per-line shape PRIME-GAP,
      * FACTOR-XREF and CACHE-RECON already read.
      *
      * "BLOCK <from> <to>" sieves the keys named; "CONTINUE
      * [<count>]" sieves the next <count> keys (CFG-SIEVE-QUOTA when
      * none is given) past the PRIMFRNT frontier PRIME-NUMBER
      * CONTINUE keeps. Either way the frontier moves up over each
      * finished segment that starts at or below it, so a block
      * loaded at the frontier carries the nightly scan past it and
      * a block loaded out ahead leaves it alone.
      *
      * SIEVCKPT holds the block being loaded and the last key of the
      * last finished segment. A rerun after a failure picks up at
      * the next segment - CONTINUE takes the unfinished block from
      * SIEVCKPT whatever its PARM says, BLOCK resumes only when it
      * names the same block - and appends to PRIMEOUT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PRIME-CACHE-FILE ASSIGN USING WS-CACHE-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
              FILE STATUS IS WS-CACHE-STATUS.
          SELECT RANGE-OUT-FILE ASSIGN TO "PRIMEOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RANGE-OUT-STATUS.
          SELECT SIEVE-CKPT-FILE ASSIGN TO "SIEVCKPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SIEVCKPT-STATUS.
          SELECT PRIME-FRNT-FILE ASSIGN TO "PRIMFRNT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRIMFRNT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD PRIME-CACHE-FILE.
          COPY CACHEREC.

          FD RANGE-OUT-FILE.
          01 RANGE-OUT-REC          PIC X(14).

      * The block under way and how far it has got. A zero
      * SV-LAST-NUM with zero bounds is a cleared checkpoint: the
      * last block finished and the next run starts afresh.
          FD SIEVE-CKPT-FILE.
          01 SIEVE-CKPT-REC.
            03 SV-BLOCK-FROM        PIC 9(12).
            03 SV-BLOCK-TO          PIC 9(12).
            03 SV-LAST-NUM          PIC 9(12).
            03 SV-FOUND-CNT         PIC 9(7).
            03 SV-CACHED-CNT        PIC 9(7).

      * The standing frontier PRIME-NUMBER CONTINUE keeps: the
      * highest number fully scanned so far.
          FD PRIME-FRNT-FILE.
          01 PRIME-FRNT-REC          PIC 9(12).

        WORKING-STORAGE SECTION.
          01 WS-RANGE-OUT-STATUS    PIC XX.
          01 WS-SIEVCKPT-STATUS     PIC XX.
          01 WS-PRIMFRNT-STATUS     PIC XX.
          01 WS-CACHE-STATUS        PIC XX.

      * PRIMECAC, or the CACHTEST shadow under a TEST run (NUMMODE,
      * see RUNMODE.CPY), where every key added is also logged to
      * SIMCHG as one production would have added.
          01 WS-CACHE-DD            PIC X(8) VALUE "PRIMECAC".
          01 WS-BUSY-TRY-CNT        PIC 9(2).
          01 WS-TRY-EDIT            PIC Z9.
          01 CMDARGS                PIC X(38).
          01 WS-MODE-TOKEN          PIC X(10).
          01 WS-FROM-TOKEN          PIC X(14).
          01 WS-TO-TOKEN            PIC X(14).
          01 WS-NUM-TOKEN           PIC X(38).

      * The block this run loads, and its span. One run is held to
      * WS-SPAN-MAX keys so its RUNSTATS volumes stay exact; a wider
      * load is simply run as several blocks.
          01 WS-BLOCK-FROM          PIC 9(12).
          01 WS-BLOCK-TO            PIC 9(12).
          01 WS-BLOCK-SPAN          PIC 9(13).
          01 WS-SPAN-MAX            PIC 9(7) VALUE 9999999.
          01 WS-SIEVE-COUNT         PIC 9(7).
          01 WS-FRONTIER            PIC 9(12) VALUE 1.
          01 WS-FRONTIER-MOVED-SW   PIC X VALUE "N".
            88 FRONTIER-MOVED            VALUE "Y".
          01 WS-RESUME-SW           PIC X VALUE "N".
            88 RESUMING-BLOCK            VALUE "Y".
          01 WS-CKPT-FROM           PIC 9(12) VALUE 0.
          01 WS-CKPT-TO             PIC 9(12) VALUE 0.
          01 WS-CKPT-LAST           PIC 9(12) VALUE 0.

      * Base primes: every prime up to the square root of the
      * block's top, found once per run with a plain sieve over
      * WS-BASE-FLAG. The square root of the twelve-digit ceiling is
      * under a million, which sizes both tables.
          01 WS-BASE-LIMIT          PIC 9(7).
          01 WS-BASE-SQUARE         PIC 9(13).
          01 WS-BASE-I              PIC 9(7).
          01 WS-BASE-J              PIC 9(7).
          01 WS-BASE-FLAGS.
            03 WS-BASE-FLAG          PIC X OCCURS 1000000 TIMES.
          01 WS-BASE-CNT            PIC 9(6) VALUE 0.
          01 WS-BASE-TABLE.
            03 WS-BASE-PRIME         PIC 9(7) OCCURS 80000 TIMES.
          01 WS-BP-IDX              PIC 9(6).
          01 WS-BP-VALUE            PIC 9(7).
          01 WS-BP-SQUARE           PIC 9(13).

      * One segment of the block. Each slot starts holding its own
      * key; as the sieve strikes it the prime is divided out (with
      * multiplicity) and appended to the slot's factor list, so
      * whatever is left over at the end is 1 or the key's single
      * prime factor above the base primes.
          01 WS-SEG-SIZE            PIC 9(5) VALUE 10000.
          01 WS-SEG-LO              PIC 9(12).
          01 WS-SEG-HI              PIC 9(12).
          01 WS-SEG-N               PIC 9(5).
          01 WS-SEG-IDX             PIC 9(5).
          01 WS-SEG-TABLE.
            03 WS-SEG-ENTRY OCCURS 10000 TIMES.
              05 WS-SEG-REM          PIC 9(12).
              05 WS-SEG-PTR          PIC 9(3).
              05 WS-SEG-LIST         PIC X(60).
          01 WS-MULT-Q              PIC 9(12).
          01 WS-MULT                PIC 9(13).
          01 WS-KEY                 PIC 9(12).
          01 WS-FACTOR              PIC 9(12).
          01 WS-FACTOR-EDIT         PIC Z(11)9.
          01 WS-PRIME-SW            PIC X VALUE "N".
            88 KEY-IS-PRIME              VALUE "Y".
          01 WS-SEG-CNT             PIC 9(5) VALUE 0.

          01 WS-FOUND-CNT           PIC 9(7) VALUE 0.
          01 WS-CACHED-CNT          PIC 9(7) VALUE 0.
          01 WS-RANGE-EDIT          PIC Z(11)9.
          01 WS-RANGE-EDIT-2        PIC Z(11)9.
          01 WS-COUNT-EDIT          PIC Z(6)9.

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCOM.
          COPY SHOPCFG.
          COPY STATCOM.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT CMDARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE "PRIME-SIEVE" TO WS-NUMFACT-CALLER.
           MOVE "PRIME-SIEVE" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           UNSTRING CMDARGS DELIMITED BY ALL SPACE
              INTO WS-MODE-TOKEN WS-FROM-TOKEN WS-TO-TOKEN
           END-UNSTRING.

           IF WS-MODE-TOKEN IS EQUAL TO "BLOCK"
              PERFORM BLOCK-ARGS
           ELSE IF WS-MODE-TOKEN IS EQUAL TO "CONTINUE"
              PERFORM CONTINUE-ARGS
           ELSE
              DISPLAY "Usage: prime-sieve BLOCK <from> <to>"
                 " | CONTINUE [<count>]"
              MOVE "INVALID MODE" TO WS-AUDIT-RESULT
              PERFORM USAGE-STOP
           END-IF.

           PERFORM LOAD-BLOCK.
           PERFORM FINISH-RUN.
           MOVE RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

      * "BLOCK <from> <to>": both bounds get the shop's VALIDATE-NUM
      * treatment against the prime ceiling. An unfinished block on
      * SIEVCKPT is resumed only when this is the same block; any
      * other is reported and dropped, since the frontier never
      * moves past a segment that did not finish.
          BLOCK-ARGS.
           MOVE WS-FROM-TOKEN TO WS-NUM-TOKEN.
           PERFORM VALIDATE-BOUND.
           MOVE WS-VALIDATE-DECIMAL TO WS-BLOCK-FROM.
           MOVE WS-TO-TOKEN TO WS-NUM-TOKEN.
           PERFORM VALIDATE-BOUND.
           MOVE WS-VALIDATE-DECIMAL TO WS-BLOCK-TO.
           IF WS-BLOCK-FROM > WS-BLOCK-TO
              DISPLAY "Usage: BLOCK needs <from> not above <to>"
              MOVE "BLOCK BOUNDS REVERSED" TO WS-AUDIT-RESULT
              PERFORM USAGE-STOP.
           COMPUTE WS-BLOCK-SPAN = WS-BLOCK-TO - WS-BLOCK-FROM + 1.
           IF WS-BLOCK-SPAN > WS-SPAN-MAX
              DISPLAY "Usage: one BLOCK may span at most 9999999"
                 " keys - load a wider range as several blocks"
              MOVE "BLOCK TOO WIDE" TO WS-AUDIT-RESULT
              PERFORM USAGE-STOP.
           PERFORM READ-FRONTIER.
           PERFORM READ-SIEVE-CHECKPOINT.
           IF WS-CKPT-LAST > 0
              IF WS-CKPT-FROM IS EQUAL TO WS-BLOCK-FROM
                    AND WS-CKPT-TO IS EQUAL TO WS-BLOCK-TO
                 MOVE "Y" TO WS-RESUME-SW
              ELSE
                 MOVE WS-CKPT-FROM TO WS-RANGE-EDIT
                 MOVE WS-CKPT-TO TO WS-RANGE-EDIT-2
                 DISPLAY "Unfinished block "
                    FUNCTION TRIM(WS-RANGE-EDIT) "-"
                    FUNCTION TRIM(WS-RANGE-EDIT-2)
                    " on SIEVCKPT dropped for this block"
              END-IF
           END-IF.

      * "CONTINUE [<count>]": the block starts one past the frontier
      * and runs <count> keys, capped at the shop's prime ceiling.
      * An unfinished block on SIEVCKPT is finished first instead,
      * whatever the count, so a rerun after a failure carries on
      * exactly where the failed run stopped.
          CONTINUE-ARGS.
           IF WS-FROM-TOKEN IS EQUAL TO SPACES
              MOVE CFG-SIEVE-QUOTA TO WS-SIEVE-COUNT
           ELSE
              MOVE WS-SPAN-MAX TO WS-VALIDATE-MAX
              MOVE SPACES TO WS-NUM-TOKEN
              MOVE WS-FROM-TOKEN TO WS-NUM-TOKEN
              CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
                 WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
                 WS-VALIDATE-NEG-OK
              END-CALL
              IF NOT VALIDATE-OK OR WS-VALIDATE-DECIMAL < 1
                 DISPLAY "Usage: prime-sieve CONTINUE [<count>]"
                    " (1 to 9999999)"
                 MOVE "INVALID CONTINUE COUNT" TO WS-AUDIT-RESULT
                 PERFORM USAGE-STOP
              END-IF
              MOVE WS-VALIDATE-DECIMAL TO WS-SIEVE-COUNT
           END-IF.
           PERFORM READ-FRONTIER.
           PERFORM READ-SIEVE-CHECKPOINT.
           IF WS-CKPT-LAST > 0
              MOVE WS-CKPT-FROM TO WS-BLOCK-FROM
              MOVE WS-CKPT-TO TO WS-BLOCK-TO
              MOVE "Y" TO WS-RESUME-SW
              EXIT PARAGRAPH.
           COMPUTE WS-BLOCK-FROM = WS-FRONTIER + 1.
           COMPUTE WS-BLOCK-TO = WS-FRONTIER + WS-SIEVE-COUNT.
           IF WS-BLOCK-TO > CFG-PRIME-MAX
              MOVE CFG-PRIME-MAX TO WS-BLOCK-TO
           END-IF.
           IF WS-BLOCK-FROM > WS-BLOCK-TO
              DISPLAY "Frontier is at the shop ceiling - nothing"
                 " left to sieve"
              MOVE "PRIME-SIEVE" TO WS-AUDIT-PROGRAM
              MOVE CMDARGS TO WS-AUDIT-INPUT
              MOVE "FRONTIER AT CEILING" TO WS-AUDIT-RESULT
              MOVE RC-SUCCESS TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              MOVE RC-SUCCESS TO RETURN-CODE
              STOP RUN
           END-IF.

          VALIDATE-BOUND.
           MOVE CFG-PRIME-MAX TO WS-VALIDATE-MAX.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK THEN
              PERFORM VALIDATION-ERROR.

      * The load proper: base primes, then the block a segment at a
      * time. PRIMECAC opens once with the shop's busy retry, and
      * NUMFACT and AUDIT-LOG run as one batch session for the whole
      * block rather than opening the master per key.
          LOAD-BLOCK.
           PERFORM BUILD-BASE-PRIMES.
           IF RESUMING-BLOCK
              COMPUTE WS-SEG-LO = WS-CKPT-LAST + 1
              MOVE WS-CKPT-LAST TO WS-RANGE-EDIT
              DISPLAY "Resuming block after "
                 FUNCTION TRIM(WS-RANGE-EDIT)
              OPEN EXTEND RANGE-OUT-FILE
              IF WS-RANGE-OUT-STATUS IS EQUAL TO "05"
                    OR WS-RANGE-OUT-STATUS IS EQUAL TO "35"
                 OPEN OUTPUT RANGE-OUT-FILE
              END-IF
           ELSE
              MOVE WS-BLOCK-FROM TO WS-SEG-LO
              MOVE 0 TO WS-FOUND-CNT
              MOVE 0 TO WS-CACHED-CNT
              OPEN OUTPUT RANGE-OUT-FILE
           END-IF.
           PERFORM OPEN-CACHE.
           CALL "NUMFACT-BEGIN" END-CALL.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           PERFORM UNTIL WS-SEG-LO > WS-BLOCK-TO
              PERFORM SIEVE-SEGMENT
              PERFORM ADVANCE-FRONTIER
              PERFORM WRITE-SIEVE-CHECKPOINT
              ADD 1 TO WS-SEG-CNT
              COMPUTE WS-SEG-LO = WS-SEG-HI + 1
           END-PERFORM.
           CLOSE RANGE-OUT-FILE PRIME-CACHE-FILE.
           PERFORM CLEAR-SIEVE-CHECKPOINT.

      * Plain sieve of Eratosthenes up to the square root of the
      * block's top. The square root is taken in floating point and
      * then nudged onto the exact integer root, which the base
      * prime bound must not miss by one.
          BUILD-BASE-PRIMES.
           COMPUTE WS-BASE-LIMIT = WS-BLOCK-TO ** 0.5.
           COMPUTE WS-BASE-SQUARE = WS-BASE-LIMIT * WS-BASE-LIMIT.
           PERFORM UNTIL WS-BASE-SQUARE NOT > WS-BLOCK-TO
              SUBTRACT 1 FROM WS-BASE-LIMIT
              COMPUTE WS-BASE-SQUARE = WS-BASE-LIMIT * WS-BASE-LIMIT
           END-PERFORM.
           COMPUTE WS-BASE-SQUARE =
              (WS-BASE-LIMIT + 1) * (WS-BASE-LIMIT + 1).
           PERFORM UNTIL WS-BASE-SQUARE > WS-BLOCK-TO
              ADD 1 TO WS-BASE-LIMIT
              COMPUTE WS-BASE-SQUARE =
                 (WS-BASE-LIMIT + 1) * (WS-BASE-LIMIT + 1)
           END-PERFORM.
           MOVE ALL "Y" TO WS-BASE-FLAGS.
           MOVE 0 TO WS-BASE-CNT.
           PERFORM VARYING WS-BASE-I FROM 2 BY 1
                    UNTIL WS-BASE-I > WS-BASE-LIMIT
              IF WS-BASE-FLAG (WS-BASE-I) IS EQUAL TO "Y"
                 ADD 1 TO WS-BASE-CNT
                 MOVE WS-BASE-I TO WS-BASE-PRIME (WS-BASE-CNT)
                 COMPUTE WS-BASE-SQUARE = WS-BASE-I * WS-BASE-I
                 IF WS-BASE-SQUARE NOT > WS-BASE-LIMIT
                    PERFORM VARYING WS-BASE-J FROM WS-BASE-SQUARE
                          BY WS-BASE-I UNTIL WS-BASE-J > WS-BASE-LIMIT
                       MOVE "N" TO WS-BASE-FLAG (WS-BASE-J)
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

      * One segment: seed the slots, strike them with every base
      * prime whose square falls inside the segment, then settle
      * each key in order.
          SIEVE-SEGMENT.
           COMPUTE WS-SEG-HI = WS-SEG-LO + WS-SEG-SIZE - 1.
           IF WS-SEG-HI > WS-BLOCK-TO
              MOVE WS-BLOCK-TO TO WS-SEG-HI
           END-IF.
           COMPUTE WS-SEG-N = WS-SEG-HI - WS-SEG-LO + 1.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                    UNTIL WS-SEG-IDX > WS-SEG-N
              COMPUTE WS-SEG-REM (WS-SEG-IDX) =
                 WS-SEG-LO + WS-SEG-IDX - 1
              MOVE 1 TO WS-SEG-PTR (WS-SEG-IDX)
              MOVE SPACES TO WS-SEG-LIST (WS-SEG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                    UNTIL WS-BP-IDX > WS-BASE-CNT
              MOVE WS-BASE-PRIME (WS-BP-IDX) TO WS-BP-VALUE
              COMPUTE WS-BP-SQUARE = WS-BP-VALUE * WS-BP-VALUE
              IF WS-BP-SQUARE > WS-SEG-HI
                 EXIT PERFORM
              END-IF
              PERFORM STRIKE-MULTIPLES
           END-PERFORM.
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                    UNTIL WS-SEG-IDX > WS-SEG-N
              PERFORM SETTLE-KEY
           END-PERFORM.

      * Striking starts at the prime's square, or its first multiple
      * in the segment if that is higher. A multiple below the
      * square has a smaller prime factor already struck, and what
      * that leaves is this prime, picked up as the slot's leftover.
          STRIKE-MULTIPLES.
           COMPUTE WS-MULT-Q = (WS-SEG-LO + WS-BP-VALUE - 1)
              / WS-BP-VALUE.
           COMPUTE WS-MULT = WS-MULT-Q * WS-BP-VALUE.
           IF WS-MULT < WS-BP-SQUARE
              MOVE WS-BP-SQUARE TO WS-MULT
           END-IF.
           MOVE WS-BP-VALUE TO WS-FACTOR.
           PERFORM UNTIL WS-MULT > WS-SEG-HI
              COMPUTE WS-SEG-IDX = WS-MULT - WS-SEG-LO + 1
              PERFORM UNTIL FUNCTION MOD (WS-SEG-REM (WS-SEG-IDX),
                    WS-BP-VALUE) IS NOT EQUAL TO 0
                 PERFORM APPEND-FACTOR
                 COMPUTE WS-SEG-REM (WS-SEG-IDX) =
                    WS-SEG-REM (WS-SEG-IDX) / WS-BP-VALUE
              END-PERFORM
              ADD WS-BP-VALUE TO WS-MULT
           END-PERFORM.

          APPEND-FACTOR.
           IF WS-SEG-PTR (WS-SEG-IDX) > 1
              STRING " x " DELIMITED BY SIZE
                   INTO WS-SEG-LIST (WS-SEG-IDX)
                   WITH POINTER WS-SEG-PTR (WS-SEG-IDX)
              END-STRING
           END-IF.
           MOVE WS-FACTOR TO WS-FACTOR-EDIT.
           STRING FUNCTION TRIM(WS-FACTOR-EDIT) DELIMITED BY SIZE
                INTO WS-SEG-LIST (WS-SEG-IDX)
                WITH POINTER WS-SEG-PTR (WS-SEG-IDX)
           END-STRING.

      * A key the sieve never struck is prime; 0 and 1 are recorded
      * composite with no factors, as PRIME-NUMBER records them. A
      * struck key gets its leftover prime, if any, as its last
      * factor. An entry already on PRIMECAC stands as it is (the
      * same INVALID KEY rule every cache writer follows) and is
      * counted; NUMFACT is given the verdict either way and refuses
      * it on its own terms if the master disagrees.
          SETTLE-KEY.
           ADD 1 TO WS-STAT-READ.
           COMPUTE WS-KEY = WS-SEG-LO + WS-SEG-IDX - 1.
           MOVE "N" TO WS-PRIME-SW.
           IF WS-KEY < 2
              MOVE SPACES TO WS-SEG-LIST (WS-SEG-IDX)
           ELSE IF WS-SEG-PTR (WS-SEG-IDX) IS EQUAL TO 1
              MOVE "Y" TO WS-PRIME-SW
           ELSE IF WS-SEG-REM (WS-SEG-IDX) > 1
              MOVE WS-SEG-REM (WS-SEG-IDX) TO WS-FACTOR
              PERFORM APPEND-FACTOR
           END-IF.

           MOVE WS-KEY TO CACHE-KEY.
           IF KEY-IS-PRIME
              MOVE "P" TO CACHE-PRIME-FLAG
              MOVE SPACES TO CACHE-FACTOR-LIST
           ELSE
              MOVE "C" TO CACHE-PRIME-FLAG
              MOVE WS-SEG-LIST (WS-SEG-IDX) TO CACHE-FACTOR-LIST
           END-IF.
           WRITE PRIME-CACHE-REC
              INVALID KEY ADD 1 TO WS-CACHED-CNT
              NOT INVALID KEY PERFORM NOTE-CACHE-ADD
           END-WRITE.

           MOVE WS-KEY TO WS-NUMFACT-KEY.
           MOVE "R" TO WS-NUMFACT-FIELD.
           MOVE CACHE-PRIME-FLAG TO WS-NUMFACT-VALUE.
           CALL "NUMFACT" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.

           IF KEY-IS-PRIME
              MOVE WS-KEY TO WS-RANGE-EDIT
              MOVE SPACES TO RANGE-OUT-REC
              MOVE FUNCTION TRIM(WS-RANGE-EDIT) TO RANGE-OUT-REC
              WRITE RANGE-OUT-REC
              ADD 1 TO WS-FOUND-CNT
           END-IF.

      * The frontier climbs over a finished segment that starts at
      * or below one past it, and is written before the checkpoint,
      * so a failure between the two reruns the segment (every
      * write in it is repeatable) rather than leaving the frontier
      * behind ground the checkpoint says is done.
          ADVANCE-FRONTIER.
           IF WS-SEG-LO NOT > WS-FRONTIER + 1
                 AND WS-SEG-HI > WS-FRONTIER
              MOVE WS-SEG-HI TO WS-FRONTIER
              PERFORM WRITE-FRONTIER
              MOVE "Y" TO WS-FRONTIER-MOVED-SW
           END-IF.

      * A missing frontier file is simply the first night: the scan
      * starts from 2, the first number with a verdict.
          READ-FRONTIER.
           MOVE 1 TO WS-FRONTIER.
           OPEN INPUT PRIME-FRNT-FILE.
           IF WS-PRIMFRNT-STATUS IS EQUAL TO "00"
              READ PRIME-FRNT-FILE
                 AT END CONTINUE
                 NOT AT END MOVE PRIME-FRNT-REC TO WS-FRONTIER
              END-READ
              CLOSE PRIME-FRNT-FILE
           END-IF.

          WRITE-FRONTIER.
           OPEN OUTPUT PRIME-FRNT-FILE.
           MOVE WS-FRONTIER TO PRIME-FRNT-REC.
           WRITE PRIME-FRNT-REC.
           CLOSE PRIME-FRNT-FILE.

          READ-SIEVE-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LAST.
           OPEN INPUT SIEVE-CKPT-FILE.
           IF WS-SIEVCKPT-STATUS IS EQUAL TO "00"
              READ SIEVE-CKPT-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE SV-BLOCK-FROM TO WS-CKPT-FROM
                    MOVE SV-BLOCK-TO TO WS-CKPT-TO
                    MOVE SV-LAST-NUM TO WS-CKPT-LAST
                    MOVE SV-FOUND-CNT TO WS-FOUND-CNT
                    MOVE SV-CACHED-CNT TO WS-CACHED-CNT
              END-READ
              CLOSE SIEVE-CKPT-FILE
           END-IF.

          WRITE-SIEVE-CHECKPOINT.
           OPEN OUTPUT SIEVE-CKPT-FILE.
           MOVE WS-BLOCK-FROM TO SV-BLOCK-FROM.
           MOVE WS-BLOCK-TO TO SV-BLOCK-TO.
           MOVE WS-SEG-HI TO SV-LAST-NUM.
           MOVE WS-FOUND-CNT TO SV-FOUND-CNT.
           MOVE WS-CACHED-CNT TO SV-CACHED-CNT.
           WRITE SIEVE-CKPT-REC.
           CLOSE SIEVE-CKPT-FILE.

          CLEAR-SIEVE-CHECKPOINT.
           OPEN OUTPUT SIEVE-CKPT-FILE.
           MOVE 0 TO SV-BLOCK-FROM SV-BLOCK-TO SV-LAST-NUM
              SV-FOUND-CNT SV-CACHED-CNT.
           WRITE SIEVE-CKPT-REC.
           CLOSE SIEVE-CKPT-FILE.

      * One audit summary for the block and one RUNSTATS line: keys
      * sieved in, primes written out.
          FINISH-RUN.
           MOVE WS-BLOCK-FROM TO WS-RANGE-EDIT.
           MOVE WS-BLOCK-TO TO WS-RANGE-EDIT-2.
           DISPLAY "Block " FUNCTION TRIM(WS-RANGE-EDIT) "-"
              FUNCTION TRIM(WS-RANGE-EDIT-2) " sieved".
           MOVE WS-FOUND-CNT TO WS-COUNT-EDIT.
           DISPLAY "Primes found: " FUNCTION TRIM(WS-COUNT-EDIT).
           MOVE WS-CACHED-CNT TO WS-COUNT-EDIT.
           DISPLAY "Already cached: " FUNCTION TRIM(WS-COUNT-EDIT).
           MOVE WS-FRONTIER TO WS-RANGE-EDIT.
           IF FRONTIER-MOVED
              DISPLAY "Frontier advanced to "
                 FUNCTION TRIM(WS-RANGE-EDIT)
           ELSE
              DISPLAY "Frontier left at " FUNCTION TRIM(WS-RANGE-EDIT)
                 " (block does not start at it)"
           END-IF.

           MOVE "PRIME-SIEVE" TO WS-AUDIT-PROGRAM.
           MOVE CMDARGS TO WS-AUDIT-INPUT.
           MOVE WS-FOUND-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING "SIEVED TO " DELIMITED BY SIZE
                FUNCTION TRIM(WS-RANGE-EDIT-2) DELIMITED BY SIZE
                ", " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " PRIMES" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           CALL "NUMFACT-END" END-CALL.
           CALL "AUDIT-LOG-END" END-CALL.
           MOVE WS-FOUND-CNT TO WS-STAT-WRITTEN.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.

      * Opens the prime results cache (creating it the first time)
      * with the shop-standard busy retry: CACHE-MAINT may be
      * holding it mid-window, which is contention, not damage.
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
      * still-busy cache stops the load before anything is written,
      * and the checkpoint is left as it was for the rerun.
          NOTE-CACHE-CONTENTION.
           MOVE "PRIME-SIEVE" TO WS-AUDIT-PROGRAM.
           MOVE CMDARGS TO WS-AUDIT-INPUT.
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
              CLOSE RANGE-OUT-FILE
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

          USAGE-STOP.
           MOVE "PRIME-SIEVE" TO WS-AUDIT-PROGRAM.
           MOVE CMDARGS TO WS-AUDIT-INPUT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

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
           PERFORM USAGE-STOP.

          WRITE-AUDIT.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * A key just added to the cache is, under a TEST run, one
      * production would have added to PRIMECAC.
          NOTE-CACHE-ADD.
           IF NOT TEST-RUN
              EXIT PARAGRAPH.
           MOVE "PRIME-SIEVE" TO WS-SIM-CALLER.
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
