          SELECT FACT-CKPT-FILE ASSIGN TO "FACTCKPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTCKPT-STATUS.
          SELECT PRIME-CACHE-FILE ASSIGN TO "PRIMECAC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
              FILE STATUS IS WS-CACHE-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD FACT-IN-FILE.
      * The checkpoint carries the running input-sum control total
      * alongside the processed-record count, so a restarted batch
      * still closes its generation with a trailer that covers the
      * records written before the failure. The answered-from-file
      * and computed counts ride along for the same reason; a
      * checkpoint written before they existed reads back short and
      * the restart starts both counts from zero. CKPT-LINES is the
      * FACTOUT detail-line count, which only differs from the
      * record count under DECOMP, where one number can take several
      * lines; an older checkpoint without it restarts it at zero.
          FD FACT-CKPT-FILE.
          01 FACT-CKPT-REC.
            03 CKPT-LAST-REC            PIC 9(7).
            03 CKPT-INPUT-SUM           PIC 9(15).
            03 CKPT-ANSWERED            PIC 9(7).
            03 CKPT-COMPUTED            PIC 9(7).
            03 CKPT-LINES               PIC 9(7).

      * Read-only here: DECOMP takes its primes from the cache where
      * the cache already has a verdict, and works out the rest.
          FD PRIME-CACHE-FILE.
          COPY CACHEREC.

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                  PIC X(38).
          01 WS-APPROX-SWITCH         PIC X VALUE "N".
            88 APPROX-REQUESTED           VALUE "Y".
          01 WS-STIRLING-LN           PIC S9(7)V9(8).
          01 WS-STIRLING-LOGN         PIC S9(7)V9(8).
          01 WS-STIRLING-HALFLOG      PIC S9(7)V9(8).
          01 WS-STIRLING-LOG10        PIC S9(7)V9(8).
          01 WS-STIRLING-EXPONENT     PIC S9(7).
          01 WS-STIRLING-MANTISSA     PIC 9V9(4).
          01 WS-COMB-DIV              PIC 9(7).
          01 WS-R-TOKEN               PIC X(10).

      * "DECOMP <n>" and "BATCH DECOMP" give n! as prime powers
      * rather than digits: the exponent of every prime up to n by
      * Legendre's formula (the sum of n/p, n/p^2, ... taken whole),
      * the trailing-zero count (the exponent of 5, since 2 always
      * has more) and the total digit count (one more than the whole
      * part of log10 2 + ... + log10 n). The primes are gathered
      * once per run into WS-DECOMP-PRIME, extended only as far as
      * the largest n seen, each one read from PRIMECAC where the
      * cache has the number and trial-divided by the primes already
      * gathered where it does not.
          01 WS-DECOMP-SWITCH         PIC X VALUE "N".
            88 DECOMP-REQUESTED           VALUE "Y".
          01 WS-DECOMP-ECHO-SWITCH    PIC X VALUE "N".
            88 DECOMP-ECHO                VALUE "Y".
          01 WS-DECOMP-CAP-SWITCH     PIC X VALUE "N".
            88 DECOMP-CAPACITY-EXCEEDED   VALUE "Y".
          01 WS-CACHE-STATUS          PIC XX.
          01 WS-CACHE-OPEN-SWITCH     PIC X VALUE "N".
            88 CACHE-OPEN                 VALUE "Y".
          01 WS-BUSY-TRY-CNT          PIC 9(2).
          01 WS-DECOMP-PRIME-CNT      PIC 9(5) VALUE 0.
          01 WS-DECOMP-TABLE.
            03 WS-DECOMP-PRIME         PIC 9(7) OCCURS 10000 TIMES.
          01 WS-DECOMP-IDX            PIC 9(5).
          01 WS-DECOMP-TOP            PIC 9(7) VALUE 1.
          01 WS-DECOMP-K              PIC 9(7).
          01 WS-DECOMP-DIV-IDX        PIC 9(5).
          01 WS-DECOMP-DIV            PIC 9(7).
          01 WS-DECOMP-PRIME-SW       PIC X.
          01 WS-DECOMP-FROM-CACHE     PIC 9(7) VALUE 0.
          01 WS-DECOMP-WORKED-OUT     PIC 9(7) VALUE 0.
          01 WS-DECOMP-QUOT           PIC 9(7).
          01 WS-DECOMP-EXP            PIC 9(7).
          01 WS-DECOMP-ZEROS          PIC 9(7).
          01 WS-DECOMP-USED           PIC 9(5).
          01 WS-DECOMP-DIGITS         PIC 9(9).
          01 WS-DECOMP-LOG-SUM        PIC 9(9)V9(12).
          01 WS-DECOMP-LINES          PIC 9(7) VALUE 0.
          01 WS-DECOMP-EDIT           PIC Z(8)9.
          01 WS-DECOMP-EDIT2          PIC Z(8)9.
          01 WS-DECOMP-EDIT3          PIC Z(8)9.
          01 WS-DECOMP-TOKEN          PIC X(20).
          01 WS-DECOMP-TOKEN-LEN      PIC 9(3).
          01 WS-DECOMP-TEXT           PIC X(246).
          01 WS-DECOMP-PTR            PIC 9(3).

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
              IF CMD-ARGS (7:7) = "NOFACTS"
                 MOVE "Y" TO WS-NOFACTS-SWITCH
              END-IF

      * A DECOMP batch writes prime powers, not the digits the "F"
      * fact holds, so it runs clear of NUMFACTS the way a NOFACTS
      * stream does.
              IF CMD-ARGS (7:6) = "DECOMP"
                 MOVE "Y" TO WS-DECOMP-SWITCH
                 MOVE "Y" TO WS-NOFACTS-SWITCH
              END-IF
              PERFORM BATCH-MODE
              STOP RUN.

           IF CMD-ARGS (1:7) = "DECOMP " THEN
              MOVE "Y" TO WS-DECOMP-SWITCH
              PERFORM DECOMP-SINGLE-MODE
              STOP RUN.

           IF CMD-ARGS (1:5) = "COMB " THEN
              MOVE "C" TO WS-COMB-PERM-SWITCH
              PERFORM COMB-PERM-MODE
           MOVE RC-SELF-CHECK-FAILED TO RETURN-CODE.
           STOP RUN.

      * "DECOMP <n>": n! as prime powers, to FACTOUT under the usual
      * header and trailer (so GEN-CHECK certifies it like any other
      * generation) and to the console. The first detail line gives
      * the trailing zeros, the digit count and how many primes
      * follow; the prime powers ("2^4995 3^2499 ...") fill as many
      * lines after it as they need, every line led by n. The audit
      * entry names the mode in both input and result, so RECON-RPT
      * and AUDIT-INQ tell these runs from plain factorials.
          DECOMP-SINGLE-MODE.
           MOVE "FACTORIAL" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-OPT-TOKEN WS-NUM-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-OPT-TOKEN WS-NUM-TOKEN
           END-UNSTRING.
           MOVE CFG-FACTORIAL-MAX TO WS-VALIDATE-MAX.
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

           MOVE "Y" TO WS-DECOMP-ECHO-SWITCH.
           PERFORM OPEN-DECOMP-CACHE.
           OPEN OUTPUT FACT-OUT-FILE.
           PERFORM WRITE-GEN-HEADER.
           MOVE SPACES TO WS-BATCH-OUT-LINE.
           MOVE WS-NUM-TOKEN TO WS-BATCH-OUT-INPUT.
           PERFORM DECOMP-COMPUTE.
           MOVE 1 TO WS-REC-COUNT.
           MOVE 1 TO WS-STAT-COMPUTED.
           PERFORM WRITE-GEN-TRAILER.
           CLOSE FACT-OUT-FILE.
           IF CACHE-OPEN
              CLOSE PRIME-CACHE-FILE
           END-IF.
           MOVE WS-DECOMP-FROM-CACHE TO WS-DECOMP-EDIT.
           MOVE WS-DECOMP-WORKED-OUT TO WS-DECOMP-EDIT2.
           DISPLAY "Primes from PRIMECAC: "
              FUNCTION TRIM(WS-DECOMP-EDIT)
              ", worked out: " FUNCTION TRIM(WS-DECOMP-EDIT2).

           IF DECOMP-CAPACITY-EXCEEDED
              DISPLAY "Warning: too many primes below n for DECOMP"
              MOVE "DECOMP TOO LARGE" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
           ELSE
              PERFORM BUILD-DECOMP-AUDIT-RESULT
              MOVE RC-SUCCESS TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
              MOVE RC-SUCCESS TO RETURN-CODE
           END-IF.

      * One FACTIN record under BATCH DECOMP: the same validation a
      * plain batch record gets, then the decomposition lines in
      * place of the one result line. The audit input is prefixed
      * with the mode for the same reason single mode's is.
          BATCH-DECOMP-RECORD.
           MOVE SPACES TO WS-BATCH-OUT-LINE.
           MOVE FACT-IN-REC TO WS-BATCH-OUT-INPUT.
           MOVE "FACTORIAL" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING "DECOMP " DELIMITED BY SIZE
                FUNCTION TRIM(FACT-IN-REC) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE CFG-FACTORIAL-MAX TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE FACT-IN-REC TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           MOVE WS-VALIDATE-DECIMAL TO DECINUM.
           MOVE DECINUM TO NUM.
           IF VALIDATE-OK AND NUM IS EQUAL TO DECINUM THEN
              ADD 1 TO WS-STAT-COMPUTED
              PERFORM DECOMP-COMPUTE
              IF DECOMP-CAPACITY-EXCEEDED
                 ADD 1 TO WS-BATCH-ERROR-COUNT
                 MOVE "DECOMP TOO LARGE" TO WS-AUDIT-RESULT
                 MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              ELSE
                 PERFORM BUILD-DECOMP-AUDIT-RESULT
                 MOVE RC-SUCCESS TO WS-AUDIT-RC
              END-IF
           ELSE
              MOVE "INVALID INPUT" TO WS-DECOMP-TEXT
              PERFORM DECOMP-WRITE-LINE
              ADD 1 TO WS-BATCH-ERROR-COUNT
              MOVE "INVALID INPUT" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
           END-IF.
           PERFORM WRITE-AUDIT.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.

          BUILD-DECOMP-AUDIT-RESULT.
           MOVE WS-DECOMP-ZEROS TO WS-DECOMP-EDIT.
           MOVE WS-DECOMP-DIGITS TO WS-DECOMP-EDIT2.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING "DECOMP ZEROS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT) DELIMITED BY SIZE
                " DIGITS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT2) DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.

      * The decomposition of NUM! into FACTOUT lines. The prime
      * table is brought up to NUM first; if it runs out of room
      * the number is reported as too large rather than decomposed
      * over a partial list of primes.
          DECOMP-COMPUTE.
           MOVE "N" TO WS-DECOMP-CAP-SWITCH.
           MOVE SPACES TO WS-DECOMP-TEXT.
           MOVE 1 TO WS-DECOMP-PTR.
           PERFORM EXTEND-DECOMP-PRIMES.
           IF DECOMP-CAPACITY-EXCEEDED
              MOVE "TOO LARGE FOR DECOMP" TO WS-DECOMP-TEXT
              PERFORM DECOMP-WRITE-LINE
              EXIT PARAGRAPH.

           MOVE 0 TO WS-DECOMP-USED.
           PERFORM VARYING WS-DECOMP-IDX FROM 1 BY 1
                    UNTIL WS-DECOMP-IDX > WS-DECOMP-PRIME-CNT
              IF WS-DECOMP-PRIME (WS-DECOMP-IDX) > NUM
                 EXIT PERFORM
              END-IF
              MOVE WS-DECOMP-IDX TO WS-DECOMP-USED
           END-PERFORM.

           MOVE 5 TO WS-DECOMP-DIV.
           PERFORM LEGENDRE-EXPONENT.
           MOVE WS-DECOMP-EXP TO WS-DECOMP-ZEROS.
           MOVE 0 TO WS-DECOMP-LOG-SUM.
           PERFORM VARYING WS-DECOMP-K FROM 2 BY 1
                    UNTIL WS-DECOMP-K > NUM
              COMPUTE WS-DECOMP-LOG-SUM =
                 WS-DECOMP-LOG-SUM + FUNCTION LOG10 (WS-DECOMP-K)
           END-PERFORM.
           COMPUTE WS-DECOMP-DIGITS = WS-DECOMP-LOG-SUM + 1.

           MOVE WS-DECOMP-ZEROS TO WS-DECOMP-EDIT.
           MOVE WS-DECOMP-DIGITS TO WS-DECOMP-EDIT2.
           MOVE WS-DECOMP-USED TO WS-DECOMP-EDIT3.
           STRING "ZEROS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT) DELIMITED BY SIZE
                " DIGITS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT2) DELIMITED BY SIZE
                " PRIMES=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT3) DELIMITED BY SIZE
                INTO WS-DECOMP-TEXT
           END-STRING.
           PERFORM DECOMP-WRITE-LINE.

           PERFORM VARYING WS-DECOMP-IDX FROM 1 BY 1
                    UNTIL WS-DECOMP-IDX > WS-DECOMP-USED
              MOVE WS-DECOMP-PRIME (WS-DECOMP-IDX) TO WS-DECOMP-DIV
              PERFORM LEGENDRE-EXPONENT
              PERFORM DECOMP-ADD-TOKEN
           END-PERFORM.
           IF WS-DECOMP-PTR > 1
              PERFORM DECOMP-WRITE-LINE
           END-IF.

      * Legendre: the exponent of prime WS-DECOMP-DIV in NUM! is
      * NUM/p + NUM/p^2 + ..., each quotient taken whole - worked as
      * repeated whole division of the running quotient by p.
          LEGENDRE-EXPONENT.
           MOVE 0 TO WS-DECOMP-EXP.
           MOVE NUM TO WS-DECOMP-QUOT.
           PERFORM UNTIL WS-DECOMP-QUOT < WS-DECOMP-DIV
              COMPUTE WS-DECOMP-QUOT = WS-DECOMP-QUOT / WS-DECOMP-DIV
              ADD WS-DECOMP-QUOT TO WS-DECOMP-EXP
           END-PERFORM.

      * Adds "p^e" to the line being built, writing the line out
      * first when the token would not fit on it.
          DECOMP-ADD-TOKEN.
           MOVE WS-DECOMP-DIV TO WS-DECOMP-EDIT.
           MOVE WS-DECOMP-EXP TO WS-DECOMP-EDIT2.
           MOVE SPACES TO WS-DECOMP-TOKEN.
           STRING FUNCTION TRIM(WS-DECOMP-EDIT) DELIMITED BY SIZE
                "^" DELIMITED BY SIZE
                FUNCTION TRIM(WS-DECOMP-EDIT2) DELIMITED BY SIZE
                INTO WS-DECOMP-TOKEN
           END-STRING.
           COMPUTE WS-DECOMP-TOKEN-LEN =
              FUNCTION LENGTH (FUNCTION TRIM (WS-DECOMP-TOKEN)).
           IF WS-DECOMP-PTR + WS-DECOMP-TOKEN-LEN > 246
              PERFORM DECOMP-WRITE-LINE
           END-IF.
           IF WS-DECOMP-PTR > 1
              ADD 1 TO WS-DECOMP-PTR
           END-IF.
           STRING WS-DECOMP-TOKEN (1:WS-DECOMP-TOKEN-LEN)
                DELIMITED BY SIZE
                INTO WS-DECOMP-TEXT WITH POINTER WS-DECOMP-PTR
           END-STRING.

      * One FACTOUT detail line, led by the number like every other
      * FACTOUT line so the trailer's control total still adds up
      * the way GEN-CHECK re-adds it.
          DECOMP-WRITE-LINE.
           MOVE WS-DECOMP-TEXT TO WS-BATCH-OUT-RESULT.
           WRITE FACT-OUT-REC FROM WS-BATCH-OUT-LINE.
           ADD 1 TO WS-DECOMP-LINES.
           ADD 1 TO WS-STAT-WRITTEN.
           PERFORM ADD-CONTROL-TOTAL.
           IF DECOMP-ECHO
              DISPLAY FUNCTION TRIM(WS-DECOMP-TEXT)
           END-IF.
           MOVE SPACES TO WS-DECOMP-TEXT.
           MOVE 1 TO WS-DECOMP-PTR.

      * Brings the prime table up to NUM, one candidate at a time
      * above the highest number already settled.
          EXTEND-DECOMP-PRIMES.
           PERFORM UNTIL WS-DECOMP-TOP NOT < NUM
                 OR DECOMP-CAPACITY-EXCEEDED
              COMPUTE WS-DECOMP-K = WS-DECOMP-TOP + 1
              PERFORM TEST-DECOMP-CANDIDATE
              IF WS-DECOMP-PRIME-SW IS EQUAL TO "Y"
                    AND WS-DECOMP-PRIME-CNT NOT < 10000
                 MOVE "Y" TO WS-DECOMP-CAP-SWITCH
              ELSE
                 IF WS-DECOMP-PRIME-SW IS EQUAL TO "Y"
                    ADD 1 TO WS-DECOMP-PRIME-CNT
                    MOVE WS-DECOMP-K
                       TO WS-DECOMP-PRIME (WS-DECOMP-PRIME-CNT)
                 END-IF
                 MOVE WS-DECOMP-K TO WS-DECOMP-TOP
              END-IF
           END-PERFORM.

      * PRIMECAC's verdict when it has one; otherwise trial division
      * by the primes already in the table, which holds every prime
      * below the candidate by the time it is asked.
          TEST-DECOMP-CANDIDATE.
           MOVE SPACE TO WS-DECOMP-PRIME-SW.
           IF CACHE-OPEN
              MOVE WS-DECOMP-K TO CACHE-KEY
              READ PRIME-CACHE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WS-DECOMP-FROM-CACHE
                    IF CACHE-PRIME-FLAG IS EQUAL TO "P"
                       MOVE "Y" TO WS-DECOMP-PRIME-SW
                    ELSE
                       MOVE "N" TO WS-DECOMP-PRIME-SW
                    END-IF
              END-READ
           END-IF.
           IF WS-DECOMP-PRIME-SW IS EQUAL TO SPACE
              ADD 1 TO WS-DECOMP-WORKED-OUT
              MOVE "Y" TO WS-DECOMP-PRIME-SW
              PERFORM VARYING WS-DECOMP-DIV-IDX FROM 1 BY 1
                       UNTIL WS-DECOMP-DIV-IDX > WS-DECOMP-PRIME-CNT
                          OR WS-DECOMP-PRIME-SW IS EQUAL TO "N"
                 MOVE WS-DECOMP-PRIME (WS-DECOMP-DIV-IDX)
                    TO WS-DECOMP-DIV
                 IF WS-DECOMP-DIV * WS-DECOMP-DIV > WS-DECOMP-K
                    EXIT PERFORM
                 END-IF
                 IF FUNCTION MOD (WS-DECOMP-K, WS-DECOMP-DIV) = 0
                    MOVE "N" TO WS-DECOMP-PRIME-SW
                 END-IF
              END-PERFORM
           END-IF.

      * PRIMECAC is only an accelerator here, so it is opened for
      * input with the shop-standard busy retry and, if it still
      * cannot be had, DECOMP simply works every prime out itself.
          OPEN-DECOMP-CACHE.
           OPEN INPUT PRIME-CACHE-FILE.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-CACHE-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN INPUT PRIME-CACHE-FILE
           END-PERFORM.
           IF WS-CACHE-STATUS IS EQUAL TO "00"
              MOVE "Y" TO WS-CACHE-OPEN-SWITCH
           ELSE
              DISPLAY "PRIMECAC not available (status "
                 WS-CACHE-STATUS "), primes worked out directly"
           END-IF.

      * Reads a sequential dataset of numbers (DDNAME FACTIN), runs the
      * same factorial calculation against each one, and writes an
      * input/result report to FACTOUT for the whole batch in one step.
              CALL "NUMFACT-BEGIN" END-CALL
           END-IF.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           IF DECOMP-REQUESTED
              PERFORM OPEN-DECOMP-CACHE
           END-IF.
           OPEN INPUT FACT-IN-FILE.
           IF WS-CKPT-LAST > 0
              OPEN EXTEND FACT-OUT-FILE
                 NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    IF WS-REC-COUNT > WS-CKPT-LAST
                       IF DECOMP-REQUESTED
                          PERFORM BATCH-DECOMP-RECORD
                       ELSE
                          PERFORM BATCH-ONE-RECORD
                       END-IF
                       IF FUNCTION MOD (WS-REC-COUNT, WS-CKPT-INTERVAL)
                             = 0
                          PERFORM WRITE-CHECKPOINT
           END-PERFORM.
           PERFORM WRITE-GEN-TRAILER.
           CLOSE FACT-IN-FILE FACT-OUT-FILE.
           IF CACHE-OPEN
              CLOSE PRIME-CACHE-FILE
           END-IF.
           IF NOT FACTS-SUPPRESSED
              CALL "NUMFACT-END" END-CALL
           END-IF.
          READ-CHECKPOINT.
           MOVE 0 TO WS-CKPT-LAST.
           MOVE 0 TO WS-CTL-SUM.
           MOVE 0 TO WS-STAT-ANSWERED WS-STAT-COMPUTED.
           MOVE 0 TO WS-DECOMP-LINES.
           OPEN INPUT FACT-CKPT-FILE.
           IF WS-FACTCKPT-STATUS IS EQUAL TO "00"
              READ FACT-CKPT-FILE
                 NOT AT END
                    MOVE CKPT-LAST-REC TO WS-CKPT-LAST
                    MOVE CKPT-INPUT-SUM TO WS-CTL-SUM
                    IF CKPT-ANSWERED IS NUMERIC
                          AND CKPT-COMPUTED IS NUMERIC
                       MOVE CKPT-ANSWERED TO WS-STAT-ANSWERED
                       MOVE CKPT-COMPUTED TO WS-STAT-COMPUTED
                    END-IF
                    IF CKPT-LINES IS NUMERIC
                       MOVE CKPT-LINES TO WS-DECOMP-LINES
                    END-IF
              END-READ
              CLOSE FACT-CKPT-FILE
           END-IF.
           OPEN OUTPUT FACT-CKPT-FILE.
           MOVE WS-REC-COUNT TO CKPT-LAST-REC.
           MOVE WS-CTL-SUM TO CKPT-INPUT-SUM.
           MOVE WS-STAT-ANSWERED TO CKPT-ANSWERED.
           MOVE WS-STAT-COMPUTED TO CKPT-COMPUTED.
           MOVE WS-DECOMP-LINES TO CKPT-LINES.
           WRITE FACT-CKPT-REC.
           CLOSE FACT-CKPT-FILE.

           OPEN OUTPUT FACT-CKPT-FILE.
           MOVE 0 TO CKPT-LAST-REC.
           MOVE 0 TO CKPT-INPUT-SUM.
           MOVE 0 TO CKPT-ANSWERED.
           MOVE 0 TO CKPT-COMPUTED.
           MOVE 0 TO CKPT-LINES.
           WRITE FACT-CKPT-REC.
           CLOSE FACT-CKPT-FILE.

           MOVE DECINUM TO NUM.
           MOVE "N" TO WS-CHECK-MISMATCH-SWITCH.
           IF VALIDATE-OK AND NUM IS EQUAL TO DECINUM THEN
              MOVE "N" TO WS-NUMFACT-HIT-SW
              IF NOT FACTS-SUPPRESSED AND NOT SELF-CHECK-REQUESTED
                 PERFORM LOOKUP-NUMBER-FACT
              END-IF
              IF NUMFACT-ANSWER-ON-FILE
                 MOVE WS-NUMFACT-VALUE TO WS-BATCH-OUT-RESULT
                 ADD 1 TO WS-STAT-ANSWERED
              ELSE
                 ADD 1 TO WS-STAT-COMPUTED
                 PERFORM BATCH-COMPUTE-ONE
              END-IF
           ELSE
              MOVE "INVALID INPUT" TO WS-BATCH-OUT-RESULT
           MOVE WS-BATCH-OUT-RESULT (1:30) TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT.

      * A number the facts file could not answer is worked out here,
      * the same calculation (and, under BATCH CHECK, the same
      * cross-verification) a single run does, and the result is
      * recorded back into NUMFACTS for the next night's repeat.
          BATCH-COMPUTE-ONE.
           IF NUM IS EQUAL TO 0 OR NUM IS EQUAL TO 1 THEN
              MOVE "1" TO WS-BATCH-OUT-RESULT
           ELSE
              PERFORM CALC-FACT UNTIL CNT > NUM
              IF SELF-CHECK-REQUESTED
                    AND NOT BIGNUM-CAPACITY-EXCEEDED
                 IF FACTORIAL-OVERFLOWED
                    PERFORM CROSS-CHECK-BIGNUM
                 ELSE
                    PERFORM CROSS-CHECK-FACT
                 END-IF
              END-IF
              IF BIGNUM-CAPACITY-EXCEEDED
                 MOVE "VALUE TOO LARGE TO REPRESENT"
                    TO WS-BATCH-OUT-RESULT
              ELSE IF FACTORIAL-OVERFLOWED
                 PERFORM BUILD-BIGNUM-DISPLAY
                 MOVE WS-BIG-DISPLAY TO WS-BATCH-OUT-RESULT
              ELSE
                 MOVE 0 TO WS-TALLY1
                 INSPECT FACTORIAL TALLYING WS-TALLY1
                    FOR LEADING ZEROS
                 MOVE FACTORIAL (WS-TALLY1 + 1 :)
                    TO WS-BATCH-OUT-RESULT
              END-IF
           END-IF
           IF CHECK-MISMATCH
              MOVE "SELF-CHECK FAILED" TO WS-BATCH-OUT-RESULT
              ADD 1 TO WS-BATCH-ERROR-COUNT
           ELSE IF BIGNUM-CAPACITY-EXCEEDED
              ADD 1 TO WS-BATCH-ERROR-COUNT
           ELSE
              MOVE WS-BATCH-OUT-RESULT (1:30) TO WS-AUDIT-RESULT
              MOVE WS-BATCH-OUT-RESULT TO WS-FACT-VALUE-TEXT
              IF NOT FACTS-SUPPRESSED
                 PERFORM WRITE-NUMBER-FACT
              END-IF
           END-IF.


      * Control records on the batch output, per GENCTL.CPY: the
      * header opens a fresh generation, the trailer closes it with
          WRITE-GEN-TRAILER.
           MOVE SPACES TO GEN-TRL-REC.
           MOVE "*TRL*" TO GT-TAG.
           IF DECOMP-REQUESTED
              MOVE WS-DECOMP-LINES TO GT-COUNT
           ELSE
              MOVE WS-REC-COUNT TO GT-COUNT
           END-IF.
           MOVE WS-CTL-SUM TO GT-SUM.
           MOVE WS-STAT-ANSWERED TO GT-ANSWERED.
           MOVE WS-STAT-COMPUTED TO GT-COMPUTED.
           WRITE FACT-OUT-REC FROM GEN-TRL-REC.

          ADD-CONTROL-TOTAL.
      * file, the same one-line-per-run shape AUDIT-LOG keeps for
      * the audit trail.
          WRITE-RUN-STATS.
           CALL "RUN-STATS-HITS" USING WS-STAT-ANSWERED
              WS-STAT-COMPUTED
           END-CALL.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.
      * 0.5*ln(2*pi*n), instead of rejecting it outright. The result is
      * astronomically large for anything but a small argument, so it
      * is rendered as a mantissa/exponent pair and clearly marked as
      * an estimate rather than an exact value. Each logarithm is
      * taken into its own eight-decimal field before it is used: in
      * one combined expression the intermediate results are cut to
      * a couple of decimals, which moves the estimate by a tenth.
          STIRLING-APPROX.
           COMPUTE WS-STIRLING-LOGN = FUNCTION LOG(DECINUM).
           COMPUTE WS-STIRLING-HALFLOG =
              FUNCTION LOG(2 * 3.14159265 * DECINUM) / 2.
           COMPUTE WS-STIRLING-LN =
              DECINUM * WS-STIRLING-LOGN - DECINUM.
           ADD WS-STIRLING-HALFLOG TO WS-STIRLING-LN.
           COMPUTE WS-STIRLING-LOG10 = WS-STIRLING-LN / 2.30258509.
           COMPUTE WS-STIRLING-EXPONENT =
              FUNCTION INTEGER(WS-STIRLING-LOG10).
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.

      * Asks NUMFACTS whether this number's factorial is already on
      * file. A BATCH CHECK run never looks - it exists to prove the
      * arithmetic - and a NOFACTS stream never touches the file.
          LOOKUP-NUMBER-FACT.
           MOVE NUM TO WS-NUMFACT-KEY.
           MOVE "F" TO WS-NUMFACT-FIELD.
           MOVE SPACES TO WS-NUMFACT-VALUE.
           CALL "NUMFACT-LOOKUP" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.
           IF WS-NUMFACT-VALUE IS NOT EQUAL TO SPACES
                 AND WS-NUMFACT-VALUE IS NOT EQUAL TO
                    "VALUE TOO LARGE TO REPRESENT"
              MOVE "Y" TO WS-NUMFACT-HIT-SW
           END-IF.
