        IDENTIFICATION DIVISION.
        PROGRAM-ID. NUMF-AUDIT.

      * Monthly consistency audit of the NUMFACTS master. NUMF-MAINT
      * VERIFY only checks each one-byte field holds a legal code; it
      * cannot see a record that is well-formed field by field but
      * impossible as a whole. This program walks every record in
      * key order and applies the cross-field rules:
      *   PARITY-KEY   NF-PARITY disagrees with the key itself;
      *   PRIME-CLASS  a key marked prime is also marked abundant or
      *                perfect (every prime is deficient);
      *   EVEN-PRIME   an even key above 2 is marked prime;
      *   COLL-PEAK    the Collatz peak is below the key (the walk
      *                starts at the key, so the peak can never be
      *                lower), or the NF-COLLATZ text is not the
      *                "STEPS=n PEAK=m" COLLATZ writes;
      *   GOLD-PAIR    a Goldbach pair is on file for a key that is
      *                odd, negative or below 4, is not the "p+q"
      *                text GOLDBACH writes, has p above q, or does
      *                not add up to the key.
      * On top of that a random sample of records (CFG-AUDIT-SAMPLE-
      * PCT percent, or "SAMPLE pct" on the PARM) has its stored
      * factorial, Fibonacci and Collatz values recomputed from
      * scratch with the same arithmetic FACTORIAL/BACKFILL,
      * FIBONACCI and COLLATZ use, inside the same input ceilings:
      *   FACT-RECOMP, FIB-RECOMP, COLL-RECOMP  stored value differs.
      * The seed is printed on the report; "SEED n" on the PARM draws
      * the same sample again when a finding has to be reproduced.
      *
      * Every violation is listed on NAUDRPT with the rule it broke.
      * RETURN-CODE 8 when anything was found, 4 when there was no
      * file to audit, so MONTHEND can hold the backup rotation
      * rather than preserve a damaged master as the newest backup.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMFACTS-FILE ASSIGN TO "NUMFACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT AUDIT-RPT-FILE ASSIGN TO "NAUDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NAUDRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD AUDIT-RPT-FILE.
          01 AUDIT-RPT-REC           PIC X(100).

        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NAUDRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
          01 WS-PARM-WORD-1          PIC X(10).
          01 WS-PARM-VALUE-1         PIC X(12).
          01 WS-PARM-WORD-2          PIC X(10).
          01 WS-PARM-VALUE-2         PIC X(12).
          01 WS-TIMESTAMP            PIC X(21).

      * Sampling: each record draws one pseudo-random number and is
      * recomputed when the draw falls under the sample percentage.
          01 WS-SAMPLE-PCT           PIC 9(3).
          01 WS-SEED                 PIC 9(9).
          01 WS-DRAW                 PIC 9(3)V9(6).

          01 WS-RECORD-COUNT         PIC 9(9) VALUE 0.
          01 WS-SAMPLED-COUNT        PIC 9(9) VALUE 0.
          01 WS-RECOMPUTED-COUNT     PIC 9(9) VALUE 0.
          01 WS-VIOLATION-COUNT      PIC 9(9) VALUE 0.
          01 WS-RULE-TABLE.
            03 WS-RULE-ENTRY OCCURS 8 TIMES.
              05 WS-RULE-NAME        PIC X(12).
              05 WS-RULE-HITS        PIC 9(9).
          01 WS-RULE-IDX             PIC 9(2).
          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-COUNT-EDIT3          PIC Z(8)9.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

      * The record's key as a number and as a reader keys it.
          01 WS-KEY-DISPLAY          PIC X(32).
          01 WS-TALLY1               PIC 99 VALUE 0.
          01 WS-KEY-IS-EVEN-SW       PIC X.
            88 KEY-IS-EVEN               VALUE "Y".

      * The NF-COLLATZ text taken apart: "STEPS=n PEAK=m".
          01 WS-COLL-STEPS-TEXT      PIC X(60).
          01 WS-COLL-PEAK-TEXT       PIC X(60).
          01 WS-COLL-STORED-PEAK     PIC 9(30).
          01 WS-COLL-TEXT-OK-SW      PIC X.
            88 COLLATZ-TEXT-OK           VALUE "Y".

      * The NF-GOLDBACH text taken apart: "p+q".
          01 WS-GOLD-P-TEXT          PIC X(30).
          01 WS-GOLD-Q-TEXT          PIC X(30).
          01 WS-GOLD-P               PIC 9(15).
          01 WS-GOLD-Q               PIC 9(15).
          01 WS-GOLD-SUM             PIC 9(16).

      * One violation line: key, rule, and what was wrong.
          01 WS-DETAIL               PIC X(60).
          01 WS-PARITY-WORD          PIC X(4).
          01 WS-RPT-TEXT             PIC X(100).

      * Recompute work fields, on the same shapes FACTORIAL,
      * FIBONACCI and COLLATZ carry them in.
          01 NUM                     PIC S9(12).
          01 WS-RECOMPUTED           PIC X(60).
          01 FACTORIAL               PIC 9(15) VALUE 1.
          01 FACT-CNT                PIC 9(7) VALUE 1.
          01 LEFT-JUST-NUMBER        PIC X(16).
          01 WS-FACT-DISPLAY         PIC X(250).
          01 WS-OVERFLOW-SWITCH      PIC X VALUE "N".
            88 FACTORIAL-OVERFLOWED        VALUE "Y".
          01 WS-BIG-CAP-SWITCH       PIC X VALUE "N".
            88 BIGNUM-CAPACITY-EXCEEDED    VALUE "Y".
          01 WS-MAX-FACTORIAL        PIC 9(15) VALUE 999999999999999.
          01 WS-BIG-NUMBER.
            03 WS-BIG-GROUP           PIC 9(4) OCCURS 60 TIMES.
          01 WS-BIG-USED              PIC 99 VALUE 1.
          01 WS-BIG-WORK              PIC 9(13).
          01 WS-BIG-CARRY             PIC 9(13).
          01 WS-BIG-IDX               PIC 99.
          01 WS-BIG-SPLIT             PIC 9(15).
          01 WS-BIG-TOP-EDIT          PIC Z(3)9.
          01 WS-BIG-DISPLAY           PIC X(250).
          01 WS-BIG-POINTER           PIC 9(4).
          01 WS-FIB-A.
            03 WS-FIB-A-GROUP         PIC 9(4) OCCURS 60 TIMES.
          01 WS-FIB-A-USED            PIC 99.
          01 WS-FIB-B.
            03 WS-FIB-B-GROUP         PIC 9(4) OCCURS 60 TIMES.
          01 WS-FIB-B-USED            PIC 99.
          01 WS-FIB-IDX               PIC 9(7).
          01 WS-COLL-CUR              PIC 9(18).
          01 WS-COLL-PEAK             PIC 9(18).
          01 WS-COLL-STEPS            PIC 9(7).
          01 WS-COLL-OVFL-SW          PIC X VALUE "N".
            88 COLLATZ-OVERFLOWED         VALUE "Y".
          01 WS-STEPS-EDIT            PIC Z(6)9.
          01 WS-PEAK-EDIT             PIC Z(17)9.

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           PERFORM SET-UP-RULES.
           PERFORM SET-UP-SAMPLE.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00" THEN
              DISPLAY "No number facts file to audit."
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO NUMBER FACTS FILE" TO WS-AUDIT-RESULT
              PERFORM WRITE-AUDIT-ENTRY
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT AUDIT-RPT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE LOW-VALUES TO NF-KEY.
           START NUMFACTS-FILE KEY IS NOT LESS THAN NF-KEY
              INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL END-OF-INPUT
              READ NUMFACTS-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM AUDIT-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE NUMFACTS-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE AUDIT-RPT-FILE.
           IF WS-VIOLATION-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
           END-IF.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " AUDITED " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " VIOLATIONS" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          SET-UP-RULES.
           MOVE "PARITY-KEY" TO WS-RULE-NAME (1).
           MOVE "PRIME-CLASS" TO WS-RULE-NAME (2).
           MOVE "EVEN-PRIME" TO WS-RULE-NAME (3).
           MOVE "COLL-PEAK" TO WS-RULE-NAME (4).
           MOVE "FACT-RECOMP" TO WS-RULE-NAME (5).
           MOVE "FIB-RECOMP" TO WS-RULE-NAME (6).
           MOVE "COLL-RECOMP" TO WS-RULE-NAME (7).
           MOVE "GOLD-PAIR" TO WS-RULE-NAME (8).
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > 8
              MOVE 0 TO WS-RULE-HITS (WS-RULE-IDX)
           END-PERFORM.

      * "SAMPLE pct" and "SEED n" may come in either order; without a
      * seed the clock supplies one, so each month draws afresh.
          SET-UP-SAMPLE.
           MOVE CFG-AUDIT-SAMPLE-PCT TO WS-SAMPLE-PCT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (9:8) TO WS-SEED.
           MOVE SPACES TO WS-PARM-WORD-1 WS-PARM-VALUE-1
              WS-PARM-WORD-2 WS-PARM-VALUE-2.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-PARM-WORD-1 WS-PARM-VALUE-1
                 WS-PARM-WORD-2 WS-PARM-VALUE-2
           END-UNSTRING.
           PERFORM TAKE-PARM-PAIR.
           MOVE WS-PARM-WORD-2 TO WS-PARM-WORD-1.
           MOVE WS-PARM-VALUE-2 TO WS-PARM-VALUE-1.
           PERFORM TAKE-PARM-PAIR.
           IF WS-SAMPLE-PCT > 100
              MOVE 100 TO WS-SAMPLE-PCT
           END-IF.
           COMPUTE WS-DRAW = FUNCTION RANDOM (WS-SEED) * 100.

          TAKE-PARM-PAIR.
           IF WS-PARM-WORD-1 IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE-1) IS NOT EQUAL TO 0
              DISPLAY "NUMF-AUDIT: value for "
                 FUNCTION TRIM(WS-PARM-WORD-1) " is not a number,"
                 " ignored"
              EXIT PARAGRAPH.
           IF WS-PARM-WORD-1 IS EQUAL TO "SAMPLE"
              COMPUTE WS-SAMPLE-PCT = FUNCTION NUMVAL(WS-PARM-VALUE-1)
           ELSE IF WS-PARM-WORD-1 IS EQUAL TO "SEED"
              COMPUTE WS-SEED = FUNCTION NUMVAL(WS-PARM-VALUE-1)
           ELSE
              DISPLAY "Usage: numf-audit [SAMPLE pct] [SEED n]"
           END-IF.

      * A damaged key is NUMF-MAINT VERIFY's finding, not this
      * program's; nothing below can be judged against it.
          AUDIT-ONE-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF NF-KEY-VALUE IS NOT NUMERIC
              EXIT PARAGRAPH.
           PERFORM FORMAT-KEY.
           IF FUNCTION MOD (NF-KEY-VALUE, 2) = 0
              MOVE "Y" TO WS-KEY-IS-EVEN-SW
           ELSE
              MOVE "N" TO WS-KEY-IS-EVEN-SW
           END-IF.
           PERFORM CHECK-PARITY-KEY.
           PERFORM CHECK-PRIME-CLASS.
           PERFORM CHECK-EVEN-PRIME.
           PERFORM CHECK-COLLATZ-PEAK.
           PERFORM CHECK-GOLDBACH-PAIR.
           COMPUTE WS-DRAW = FUNCTION RANDOM * 100.
           IF WS-DRAW < WS-SAMPLE-PCT
              ADD 1 TO WS-SAMPLED-COUNT
              PERFORM RECOMPUTE-SAMPLED-FIELDS
           END-IF.

          CHECK-PARITY-KEY.
           IF NF-PARITY IS EQUAL TO SPACE
              EXIT PARAGRAPH.
           IF (KEY-IS-EVEN AND NF-PARITY IS NOT EQUAL TO "E")
                 OR (NOT KEY-IS-EVEN
                    AND NF-PARITY IS NOT EQUAL TO "O")
              MOVE 1 TO WS-RULE-IDX
              IF KEY-IS-EVEN
                 MOVE "EVEN" TO WS-PARITY-WORD
              ELSE
                 MOVE "ODD" TO WS-PARITY-WORD
              END-IF
              MOVE SPACES TO WS-DETAIL
              STRING "NF-PARITY " DELIMITED BY SIZE
                   NF-PARITY DELIMITED BY SIZE
                   " BUT THE KEY IS " DELIMITED BY SIZE
                   WS-PARITY-WORD DELIMITED BY SPACE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
           END-IF.

      * Every prime's only proper divisor is 1, so a prime is
      * deficient without exception.
          CHECK-PRIME-CLASS.
           IF NF-PRIMALITY IS NOT EQUAL TO "P"
              EXIT PARAGRAPH.
           IF NF-DIVCLASS IS EQUAL TO "A"
              MOVE 2 TO WS-RULE-IDX
              MOVE "MARKED PRIME AND ABUNDANT" TO WS-DETAIL
              PERFORM REPORT-VIOLATION
           ELSE IF NF-DIVCLASS IS EQUAL TO "P"
              MOVE 2 TO WS-RULE-IDX
              MOVE "MARKED PRIME AND PERFECT" TO WS-DETAIL
              PERFORM REPORT-VIOLATION
           END-IF.

          CHECK-EVEN-PRIME.
           IF NF-PRIMALITY IS EQUAL TO "P" AND KEY-IS-EVEN
                 AND NF-KEY-SIGN IS NOT EQUAL TO "-"
                 AND NF-KEY-VALUE > 2
              MOVE 3 TO WS-RULE-IDX
              MOVE "EVEN KEY ABOVE 2 MARKED PRIME" TO WS-DETAIL
              PERFORM REPORT-VIOLATION
           END-IF.

          CHECK-COLLATZ-PEAK.
           IF NF-COLLATZ IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           PERFORM SPLIT-COLLATZ-TEXT.
           IF NOT COLLATZ-TEXT-OK
              MOVE 4 TO WS-RULE-IDX
              MOVE SPACES TO WS-DETAIL
              STRING "NOT STEPS=n PEAK=m: " DELIMITED BY SIZE
                   NF-COLLATZ DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
              EXIT PARAGRAPH.
           IF NF-KEY-SIGN IS EQUAL TO "-"
                 OR WS-COLL-STORED-PEAK < NF-KEY-VALUE
              MOVE 4 TO WS-RULE-IDX
              MOVE SPACES TO WS-DETAIL
              STRING "PEAK BELOW THE KEY: " DELIMITED BY SIZE
                   NF-COLLATZ DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
           END-IF.

          SPLIT-COLLATZ-TEXT.
           MOVE "N" TO WS-COLL-TEXT-OK-SW.
           MOVE SPACES TO WS-COLL-STEPS-TEXT WS-COLL-PEAK-TEXT.
           IF NF-COLLATZ (1:6) IS NOT EQUAL TO "STEPS="
              EXIT PARAGRAPH.
           UNSTRING NF-COLLATZ (7:) DELIMITED BY " PEAK="
              INTO WS-COLL-STEPS-TEXT WS-COLL-PEAK-TEXT
           END-UNSTRING.
           IF WS-COLL-STEPS-TEXT IS EQUAL TO SPACES
                 OR WS-COLL-PEAK-TEXT IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF FUNCTION TEST-NUMVAL(WS-COLL-STEPS-TEXT) IS NOT EQUAL
                 TO 0
                 OR FUNCTION TEST-NUMVAL(WS-COLL-PEAK-TEXT) IS NOT
                 EQUAL TO 0
              EXIT PARAGRAPH.
           COMPUTE WS-COLL-STORED-PEAK =
              FUNCTION NUMVAL(WS-COLL-PEAK-TEXT).
           MOVE "Y" TO WS-COLL-TEXT-OK-SW.

      * Only the arithmetic of the pair is checked here; whether p
      * and q are really prime is GOLDBACH's to settle against the
      * prime cache, not something to trial-divide per record.
          CHECK-GOLDBACH-PAIR.
           IF NF-GOLDBACH IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE 8 TO WS-RULE-IDX.
           IF NF-KEY-SIGN IS EQUAL TO "-" OR NOT KEY-IS-EVEN
                 OR NF-KEY-VALUE < 4
              MOVE SPACES TO WS-DETAIL
              STRING "PAIR ON A KEY THAT HAS NONE: " DELIMITED BY SIZE
                   NF-GOLDBACH DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-GOLD-P-TEXT WS-GOLD-Q-TEXT.
           UNSTRING NF-GOLDBACH DELIMITED BY "+"
              INTO WS-GOLD-P-TEXT WS-GOLD-Q-TEXT
           END-UNSTRING.
           IF WS-GOLD-P-TEXT IS EQUAL TO SPACES
                 OR WS-GOLD-Q-TEXT IS EQUAL TO SPACES
                 OR FUNCTION TEST-NUMVAL(WS-GOLD-P-TEXT) IS NOT EQUAL
                 TO 0
                 OR FUNCTION TEST-NUMVAL(WS-GOLD-Q-TEXT) IS NOT EQUAL
                 TO 0
              MOVE SPACES TO WS-DETAIL
              STRING "NOT p+q: " DELIMITED BY SIZE
                   NF-GOLDBACH DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
              EXIT PARAGRAPH.
           COMPUTE WS-GOLD-P = FUNCTION NUMVAL(WS-GOLD-P-TEXT).
           COMPUTE WS-GOLD-Q = FUNCTION NUMVAL(WS-GOLD-Q-TEXT).
           COMPUTE WS-GOLD-SUM = WS-GOLD-P + WS-GOLD-Q.
           IF WS-GOLD-P > WS-GOLD-Q
                 OR WS-GOLD-SUM IS NOT EQUAL TO NF-KEY-VALUE
              MOVE SPACES TO WS-DETAIL
              STRING "PAIR DOES NOT FIT THE KEY: " DELIMITED BY SIZE
                   NF-GOLDBACH DELIMITED BY SIZE
                   INTO WS-DETAIL
              END-STRING
              PERFORM REPORT-VIOLATION
           END-IF.

      * Only values actually on file are recomputed, and only keys
      * inside the ceiling the owning utility would accept - past it
      * there is no program that could have produced the value.
          RECOMPUTE-SAMPLED-FIELDS.
           IF NF-KEY-SIGN IS EQUAL TO "-"
              EXIT PARAGRAPH.
           IF NF-FACTORIAL IS NOT EQUAL TO SPACES
                 AND NF-KEY-VALUE NOT GREATER THAN CFG-FACTORIAL-MAX
              MOVE NF-KEY-VALUE TO NUM
              PERFORM RECOMPUTE-FACTORIAL
              ADD 1 TO WS-RECOMPUTED-COUNT
              IF WS-RECOMPUTED IS NOT EQUAL TO NF-FACTORIAL
                 MOVE 5 TO WS-RULE-IDX
                 PERFORM REPORT-RECOMPUTE-MISMATCH
              END-IF
           END-IF.
           IF NF-FIBONACCI IS NOT EQUAL TO SPACES
                 AND NF-KEY-VALUE NOT GREATER THAN CFG-FIBONACCI-MAX
              MOVE NF-KEY-VALUE TO NUM
              PERFORM RECOMPUTE-FIBONACCI
              ADD 1 TO WS-RECOMPUTED-COUNT
              IF WS-RECOMPUTED IS NOT EQUAL TO NF-FIBONACCI
                 MOVE 6 TO WS-RULE-IDX
                 PERFORM REPORT-RECOMPUTE-MISMATCH
              END-IF
           END-IF.
           IF NF-COLLATZ IS NOT EQUAL TO SPACES
                 AND NF-KEY-VALUE > 0
                 AND NF-KEY-VALUE NOT GREATER THAN CFG-COLLATZ-MAX
              MOVE NF-KEY-VALUE TO NUM
              PERFORM RECOMPUTE-COLLATZ
              ADD 1 TO WS-RECOMPUTED-COUNT
              IF WS-RECOMPUTED IS NOT EQUAL TO NF-COLLATZ
                 MOVE 7 TO WS-RULE-IDX
                 PERFORM REPORT-RECOMPUTE-MISMATCH
              END-IF
           END-IF.

      * Same CALC-FACT/bignum approach and 60-character cap as
      * BACKFILL's FILL-FACTORIAL.
          RECOMPUTE-FACTORIAL.
           MOVE SPACES TO WS-FACT-DISPLAY.
           MOVE 1 TO FACTORIAL.
           MOVE 1 TO FACT-CNT.
           MOVE "N" TO WS-OVERFLOW-SWITCH.
           MOVE "N" TO WS-BIG-CAP-SWITCH.
           MOVE 1 TO WS-BIG-USED.
           IF NUM IS EQUAL TO 0 OR NUM IS EQUAL TO 1 THEN
              MOVE "1" TO WS-FACT-DISPLAY
           ELSE
              PERFORM CALC-FACT UNTIL FACT-CNT > NUM
              IF BIGNUM-CAPACITY-EXCEEDED
                 MOVE "VALUE TOO LARGE TO REPRESENT" TO WS-FACT-DISPLAY
              ELSE IF FACTORIAL-OVERFLOWED
                 PERFORM BUILD-BIGNUM-DISPLAY
                 MOVE WS-BIG-DISPLAY TO WS-FACT-DISPLAY
              ELSE
                 MOVE 0 TO WS-TALLY1
                 INSPECT FACTORIAL TALLYING WS-TALLY1
                    FOR LEADING ZEROS
                 MOVE FACTORIAL (WS-TALLY1 + 1 :) TO LEFT-JUST-NUMBER
                 MOVE LEFT-JUST-NUMBER TO WS-FACT-DISPLAY
              END-IF
           END-IF.
           IF FUNCTION LENGTH (FUNCTION TRIM (WS-FACT-DISPLAY)) > 60
              MOVE "VALUE TOO LARGE TO REPRESENT" TO WS-RECOMPUTED
           ELSE
              MOVE WS-FACT-DISPLAY TO WS-RECOMPUTED
           END-IF.

          CALC-FACT.
           IF BIGNUM-CAPACITY-EXCEEDED
              CONTINUE
           ELSE IF FACTORIAL-OVERFLOWED
              PERFORM BIGNUM-MULTIPLY-BY-CNT
           ELSE
              IF FACTORIAL > WS-MAX-FACTORIAL / FACT-CNT
                 PERFORM CONVERT-TO-BIGNUM
                 MOVE "Y" TO WS-OVERFLOW-SWITCH
                 PERFORM BIGNUM-MULTIPLY-BY-CNT
              ELSE
                 COMPUTE FACTORIAL = FACTORIAL * FACT-CNT
              END-IF
           END-IF
           END-IF
           COMPUTE FACT-CNT = FACT-CNT + 1.

          CONVERT-TO-BIGNUM.
           MOVE 0 TO WS-BIG-IDX.
           MOVE FACTORIAL TO WS-BIG-SPLIT.
           MOVE 1 TO WS-BIG-USED.
           PERFORM VARYING WS-BIG-IDX FROM 1 BY 1
                    UNTIL WS-BIG-SPLIT = 0
              COMPUTE WS-BIG-GROUP (WS-BIG-IDX) =
                         FUNCTION MOD (WS-BIG-SPLIT, 10000)
              COMPUTE WS-BIG-SPLIT = WS-BIG-SPLIT / 10000
              MOVE WS-BIG-IDX TO WS-BIG-USED
           END-PERFORM.

          BIGNUM-MULTIPLY-BY-CNT.
           MOVE 0 TO WS-BIG-CARRY.
           PERFORM VARYING WS-BIG-IDX FROM 1 BY 1
                    UNTIL WS-BIG-IDX > WS-BIG-USED
              COMPUTE WS-BIG-WORK =
                 WS-BIG-GROUP (WS-BIG-IDX) * FACT-CNT + WS-BIG-CARRY
              COMPUTE WS-BIG-GROUP (WS-BIG-IDX) =
                 FUNCTION MOD (WS-BIG-WORK, 10000)
              COMPUTE WS-BIG-CARRY = WS-BIG-WORK / 10000
           END-PERFORM.
           PERFORM UNTIL WS-BIG-CARRY = 0
              IF WS-BIG-USED >= 60
                 MOVE "Y" TO WS-BIG-CAP-SWITCH
                 MOVE 0 TO WS-BIG-CARRY
              ELSE
                 ADD 1 TO WS-BIG-USED
                 COMPUTE WS-BIG-GROUP (WS-BIG-USED) =
                    FUNCTION MOD (WS-BIG-CARRY, 10000)
                 COMPUTE WS-BIG-CARRY = WS-BIG-CARRY / 10000
              END-IF
           END-PERFORM.

      * FIBONACCI's two-term walk in base-10000 groups, with its
      * "VALUE TOO LARGE TO REPRESENT" for a value past sixty groups
      * or sixty characters.
          RECOMPUTE-FIBONACCI.
           MOVE "N" TO WS-BIG-CAP-SWITCH.
           INITIALIZE WS-FIB-A WS-FIB-B.
           MOVE 1 TO WS-FIB-A-USED.
           MOVE 1 TO WS-FIB-B-USED.
           MOVE 0 TO WS-FIB-A-GROUP (1).
           MOVE 1 TO WS-FIB-B-GROUP (1).
           IF NUM IS EQUAL TO 0
              MOVE WS-FIB-A TO WS-BIG-NUMBER
              MOVE WS-FIB-A-USED TO WS-BIG-USED
           ELSE
              PERFORM VARYING WS-FIB-IDX FROM 2 BY 1
                       UNTIL WS-FIB-IDX > NUM
                          OR BIGNUM-CAPACITY-EXCEEDED
                 PERFORM BIGNUM-ADD-A-B
                 MOVE WS-FIB-B TO WS-FIB-A
                 MOVE WS-FIB-B-USED TO WS-FIB-A-USED
                 MOVE WS-BIG-NUMBER TO WS-FIB-B
                 MOVE WS-BIG-USED TO WS-FIB-B-USED
              END-PERFORM
              MOVE WS-FIB-B TO WS-BIG-NUMBER
              MOVE WS-FIB-B-USED TO WS-BIG-USED
           END-IF.
           IF BIGNUM-CAPACITY-EXCEEDED
              MOVE "VALUE TOO LARGE TO REPRESENT" TO WS-RECOMPUTED
              EXIT PARAGRAPH.
           PERFORM BUILD-BIGNUM-DISPLAY.
           IF FUNCTION LENGTH (FUNCTION TRIM (WS-BIG-DISPLAY)) > 60
              MOVE "VALUE TOO LARGE TO REPRESENT" TO WS-RECOMPUTED
           ELSE
              MOVE WS-BIG-DISPLAY TO WS-RECOMPUTED
           END-IF.

          BIGNUM-ADD-A-B.
           INITIALIZE WS-BIG-NUMBER.
           IF WS-FIB-A-USED > WS-FIB-B-USED
              MOVE WS-FIB-A-USED TO WS-BIG-USED
           ELSE
              MOVE WS-FIB-B-USED TO WS-BIG-USED
           END-IF.
           MOVE 0 TO WS-BIG-CARRY.
           PERFORM VARYING WS-BIG-IDX FROM 1 BY 1
                    UNTIL WS-BIG-IDX > WS-BIG-USED
              COMPUTE WS-BIG-WORK =
                 WS-FIB-A-GROUP (WS-BIG-IDX)
                    + WS-FIB-B-GROUP (WS-BIG-IDX) + WS-BIG-CARRY
              COMPUTE WS-BIG-GROUP (WS-BIG-IDX) =
                 FUNCTION MOD (WS-BIG-WORK, 10000)
              COMPUTE WS-BIG-CARRY = WS-BIG-WORK / 10000
           END-PERFORM.
           IF WS-BIG-CARRY > 0
              IF WS-BIG-USED >= 60
                 MOVE "Y" TO WS-BIG-CAP-SWITCH
              ELSE
                 ADD 1 TO WS-BIG-USED
                 MOVE WS-BIG-CARRY TO WS-BIG-GROUP (WS-BIG-USED)
              END-IF
           END-IF.

          BUILD-BIGNUM-DISPLAY.
           MOVE SPACES TO WS-BIG-DISPLAY.
           MOVE 1 TO WS-BIG-POINTER.
           MOVE WS-BIG-GROUP (WS-BIG-USED) TO WS-BIG-TOP-EDIT.
           STRING FUNCTION TRIM(WS-BIG-TOP-EDIT) DELIMITED BY SIZE
                INTO WS-BIG-DISPLAY
                WITH POINTER WS-BIG-POINTER
           END-STRING.
           PERFORM VARYING WS-BIG-IDX FROM WS-BIG-USED BY -1
                    UNTIL WS-BIG-IDX < 2
              STRING WS-BIG-GROUP (WS-BIG-IDX - 1) DELIMITED BY SIZE
                   INTO WS-BIG-DISPLAY
                   WITH POINTER WS-BIG-POINTER
              END-STRING
           END-PERFORM.

      * COLLATZ's walk and "STEPS=n PEAK=m" text; a walk that
      * outgrows the eighteen-digit fields has no stored answer to
      * compare with, so it is left alone.
          RECOMPUTE-COLLATZ.
           MOVE "N" TO WS-COLL-OVFL-SW.
           MOVE NUM TO WS-COLL-CUR.
           MOVE NUM TO WS-COLL-PEAK.
           MOVE 0 TO WS-COLL-STEPS.
           PERFORM COLLATZ-STEP
              UNTIL WS-COLL-CUR IS EQUAL TO 1
                 OR COLLATZ-OVERFLOWED.
           IF COLLATZ-OVERFLOWED
              MOVE NF-COLLATZ TO WS-RECOMPUTED
              EXIT PARAGRAPH.
           MOVE WS-COLL-STEPS TO WS-STEPS-EDIT.
           MOVE WS-COLL-PEAK TO WS-PEAK-EDIT.
           MOVE SPACES TO WS-RECOMPUTED.
           STRING "STEPS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-STEPS-EDIT) DELIMITED BY SIZE
                " PEAK=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-PEAK-EDIT) DELIMITED BY SIZE
                INTO WS-RECOMPUTED
           END-STRING.

          COLLATZ-STEP.
           IF FUNCTION MOD (WS-COLL-CUR, 2) = 0
              COMPUTE WS-COLL-CUR = WS-COLL-CUR / 2
           ELSE
              COMPUTE WS-COLL-CUR = 3 * WS-COLL-CUR + 1
                 ON SIZE ERROR
                    MOVE "Y" TO WS-COLL-OVFL-SW
              END-COMPUTE
           END-IF.
           IF NOT COLLATZ-OVERFLOWED
              ADD 1 TO WS-COLL-STEPS
              IF WS-COLL-CUR > WS-COLL-PEAK
                 MOVE WS-COLL-CUR TO WS-COLL-PEAK
              END-IF
           END-IF.

      * The key as a reader keys it: sign only when negative, no
      * leading zeros.
          FORMAT-KEY.
           MOVE SPACES TO WS-KEY-DISPLAY.
           MOVE 0 TO WS-TALLY1.
           INSPECT NF-KEY-VALUE TALLYING WS-TALLY1 FOR LEADING ZEROS.
           IF WS-TALLY1 > 29
              MOVE 29 TO WS-TALLY1
           END-IF.
           IF NF-KEY-SIGN IS EQUAL TO "-"
              STRING "-" DELIMITED BY SIZE
                   NF-KEY-VALUE (WS-TALLY1 + 1:) DELIMITED BY SIZE
                   INTO WS-KEY-DISPLAY
              END-STRING
           ELSE
              MOVE NF-KEY-VALUE (WS-TALLY1 + 1:) TO WS-KEY-DISPLAY
           END-IF.

          REPORT-RECOMPUTE-MISMATCH.
           MOVE SPACES TO WS-DETAIL.
           STRING "RECOMPUTED " DELIMITED BY SIZE
                WS-RECOMPUTED DELIMITED BY SIZE
                INTO WS-DETAIL
           END-STRING.
           PERFORM REPORT-VIOLATION.
           MOVE SPACES TO WS-RPT-TEXT.
           EVALUATE WS-RULE-IDX
              WHEN 5
                 STRING "    ON FILE:  " DELIMITED BY SIZE
                      NF-FACTORIAL DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
                 END-STRING
              WHEN 6
                 STRING "    ON FILE:  " DELIMITED BY SIZE
                      NF-FIBONACCI DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
                 END-STRING
              WHEN OTHER
                 STRING "    ON FILE:  " DELIMITED BY SIZE
                      NF-COLLATZ DELIMITED BY SIZE
                      INTO WS-RPT-TEXT
                 END-STRING
           END-EVALUATE.
           PERFORM REPORT-LINE.

          REPORT-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT.
           ADD 1 TO WS-RULE-HITS (WS-RULE-IDX).
           MOVE SPACES TO WS-RPT-TEXT.
           STRING WS-KEY-DISPLAY (1:20) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-RULE-NAME (WS-RULE-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-DETAIL DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

          WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "NUMFACTS CONSISTENCY AUDIT " DELIMITED BY SIZE
                WS-TIMESTAMP (1:8) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-SAMPLE-PCT TO WS-COUNT-EDIT.
           MOVE WS-SEED TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "RECOMPUTE SAMPLE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " PERCENT, SEED " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE "KEY                  RULE         DETAIL"
              TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.

          WRITE-REPORT-TOTALS.
           IF WS-VIOLATION-COUNT IS EQUAL TO 0
              MOVE "NO VIOLATIONS FOUND" TO WS-RPT-TEXT
              PERFORM REPORT-LINE
           END-IF.
           MOVE "--- TOTALS BY RULE ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                    UNTIL WS-RULE-IDX > 8
              MOVE WS-RULE-HITS (WS-RULE-IDX) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-RPT-TEXT
              STRING WS-RULE-NAME (WS-RULE-IDX) DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-PERFORM.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SAMPLED-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-RECOMPUTED-COUNT TO WS-COUNT-EDIT3.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "RECORDS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " SAMPLED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " VALUES RECOMPUTED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "VIOLATIONS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.

          REPORT-LINE.
           MOVE SPACES TO AUDIT-RPT-REC.
           MOVE WS-RPT-TEXT TO AUDIT-RPT-REC.
           DISPLAY FUNCTION TRIM(AUDIT-RPT-REC).
           WRITE AUDIT-RPT-REC.

          WRITE-AUDIT-ENTRY.
           MOVE "NUMF-AUDIT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
