        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXCP-ADJUD.

      * Resolution cycle for the NUMFACTS exceptions file. Every line
      * in NUMFEXCP is an update NUMFACT refused because it would
      * have changed a stored fact, and until now the lines were
      * only printed in the month-end packet; nothing ever decided
      * which side was right, so a wrong fact could sit on the
      * master for months. Each cycle:
      *   - takes the conflicts refused since the last cycle out of
      *     NUMFEXCP and merges them, by key and field, into the
      *     items still open from earlier cycles (EXCPOPEN);
      *   - works each fact out again, independently, with the same
      *     parity / trial-division / factorial / divisor-walk logic
      *     BACKFILL and CLASSIFY-RPT use, and labels the stored or
      *     the attempted value as the correct one (Fibonacci and
      *     Collatz facts have no independent recompute and are left
      *     to the desk);
      *   - applies the desk's decisions from EXCPDEC (KEEP, REPLACE
      *     or BLANK - see EXCPADJ.CPY) to the master, journaled to
      *     NUMFJRNL ahead of each REWRITE exactly as BACKFILL does,
      *     behind the shared OPER-AUTH gate;
      *   - carries every item without a decision forward to
      *     EXCPCARY with its age, and lists the whole cycle on
      *     ADJRPT.
      * A REPLACE or BLANK is refused if the master no longer holds
      * the value the exception recorded - someone has already
      * changed it, and the desk should look again.
      *
      * RETURN-CODE: 0 a clean cycle, 4 decisions were keyed but the
      * operator is not authorized (nothing applied, everything
      * carried), 8 some decisions were refused or matched no open
      * item.
      *
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) the decisions
      * are applied to the NUMFTEST shadow facts file and journaled
      * to the JRNLTEST shadow journal, stamped as test records, and
      * each one is logged to SIMCHG through SIM-LOG as the change
      * production would have made. Exception lines a TEST run wrote
      * are never taken in as production conflicts.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMF-EXCP-FILE ASSIGN TO "NUMFEXCP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFEXCP-STATUS.
          SELECT EXCP-OPEN-FILE ASSIGN TO "EXCPOPEN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCPOPEN-STATUS.
          SELECT EXCP-CARY-FILE ASSIGN TO "EXCPCARY"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCPCARY-STATUS.
          SELECT EXCP-DEC-FILE ASSIGN TO "EXCPDEC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXCPDEC-STATUS.
          SELECT ADJ-RPT-FILE ASSIGN TO "ADJRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ADJRPT-STATUS.
          SELECT NUMFACTS-FILE ASSIGN USING WS-NUMFACTS-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN USING WS-NUMFJRNL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
        DATA DIVISION.
        FILE SECTION.

      * Same columns NUMFACT writes the exception line in.
          FD NUMF-EXCP-FILE.
          01 NUMF-EXCP-REC.
            03 EX-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 EX-KEY                PIC X(31).
            03 FILLER                PIC X(1).
            03 EX-FIELD              PIC X(1).
            03 FILLER                PIC X(1).
            03 EX-OLD-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EX-NEW-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EX-CALLER             PIC X(12).
            03 FILLER                PIC X(1).
            03 EX-RUN-MODE           PIC X(1).
              88 EX-TEST-RECORD          VALUE "T".

          FD EXCP-OPEN-FILE.
          COPY EXCPADJ.

          FD EXCP-CARY-FILE.
          01 EXCP-CARY-REC           PIC X(189).

          FD EXCP-DEC-FILE.
          01 EXCP-DEC-REC            PIC X(80).

          FD ADJ-RPT-FILE.
          01 ADJ-RPT-REC             PIC X(100).

          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

        WORKING-STORAGE SECTION.
          01 WS-NUMFEXCP-STATUS      PIC XX.
          01 WS-EXCPOPEN-STATUS      PIC XX.
          01 WS-EXCPCARY-STATUS      PIC XX.
          01 WS-EXCPDEC-STATUS       PIC XX.
          01 WS-ADJRPT-STATUS        PIC XX.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-TODAY-NUM            PIC 9(8).
          01 WS-SEEN-NUM             PIC 9(8).
          01 WS-HIGH-WATER           PIC X(14) VALUE LOW-VALUES.
          01 WS-NEW-HIGH-WATER       PIC X(14) VALUE LOW-VALUES.

      * One slot per open item: the EXCPOPEN columns, plus what this
      * cycle worked out for it - the recomputed value, the verdict
      * (S stored value correct, A attempted value correct, N
      * neither, U not recomputed), and the decision taken, if any.
          01 WS-ITEM-USED            PIC 9(4) VALUE 0.
          01 WS-ITEM-TABLE.
            03 WS-ITEM-ENTRY OCCURS 500 TIMES.
              05 WS-IT-KEY           PIC X(31).
              05 WS-IT-FIELD         PIC X(1).
              05 WS-IT-FIRST-SEEN    PIC X(14).
              05 WS-IT-SEEN-COUNT    PIC 9(5).
              05 WS-IT-OLD-VALUE     PIC X(60).
              05 WS-IT-NEW-VALUE     PIC X(60).
              05 WS-IT-CALLER        PIC X(12).
              05 WS-IT-RECOMPUTED    PIC X(60).
              05 WS-IT-VERDICT       PIC X(1).
              05 WS-IT-RESOLVED      PIC X(1).
          01 WS-ITEM-IDX             PIC 9(4).
          01 WS-ITEM-OVERFLOW-SW     PIC X VALUE "N".
            88 ITEM-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-NEW-ITEM-COUNT       PIC 9(5) VALUE 0.
          01 WS-REPEAT-COUNT         PIC 9(5) VALUE 0.

      * One slot per decision line keyed by the desk, with what
      * became of it.
          01 WS-DEC-USED             PIC 9(4) VALUE 0.
          01 WS-DEC-TABLE.
            03 WS-DEC-ENTRY OCCURS 500 TIMES.
              05 WS-DC-KEY           PIC X(31).
              05 WS-DC-KEY-TEXT      PIC X(32).
              05 WS-DC-FIELD         PIC X(1).
              05 WS-DC-ACTION        PIC X(8).
              05 WS-DC-OUTCOME       PIC X(30).
          01 WS-DEC-IDX              PIC 9(4).
          01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
          01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
          01 WS-AUTH-MODE            PIC X(10).
          01 WS-AUTH-DECISION        PIC X(1).
          01 WS-AUTH-DENIED-SW       PIC X VALUE "N".
            88 AUTH-DENIED               VALUE "Y".

      * Decision-line parsing: the number as keyed, split into sign
      * and digits and laid out the way NF-KEY holds it.
          01 WS-TOKEN-1              PIC X(32).
          01 WS-TOKEN-2              PIC X(8).
          01 WS-TOKEN-3              PIC X(8).
          01 WS-DIGITS               PIC X(31).
          01 WS-DIGIT-LEN            PIC 9(2).
          01 WS-PARSED-KEY.
            03 WS-PK-SIGN            PIC X(1).
            03 WS-PK-DIGITS          PIC X(30).
          01 WS-PARSE-OK-SW          PIC X.
            88 PARSE-OK                  VALUE "Y".

      * The value on file for the field under decision, and the
      * value the decision puts there.
          01 WS-FILE-VALUE           PIC X(60).
          01 WS-SET-VALUE            PIC X(60).
          01 WS-JRNL-FIELD           PIC X(1).
          01 WS-JRNL-VALUE           PIC X(60).

      * Recompute fields on the same shapes as BACKFILL's own.
          01 WS-KEY-VIEW.
            03 WS-KV-SIGN            PIC X(1).
            03 WS-KV-VALUE           PIC 9(30).
          01 WS-KEY-NUM              PIC S9(30).
          01 NUM                     PIC S9(12).
          01 WS-PRIME-SWITCH         PIC X.
            88 IS-PRIME                  VALUE "Y".
          01 SQRT                    PIC 9(7).
          01 CNT                     PIC 9(7).
          01 WS-DIV-SUM              PIC 9(9).
          01 WS-DIV-IDX              PIC 9(7).
          01 FACTORIAL               PIC 9(15) VALUE 1.
          01 FACT-CNT                PIC 9(7) VALUE 1.
          01 WS-TALLY1               PIC 99 VALUE 0.
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

          01 WS-KEY-DISPLAY          PIC X(32).
          01 WS-AGE-DAYS             PIC 9(5).
          01 WS-VERDICT-TEXT         PIC X(30).
          01 WS-COUNT-EDIT           PIC Z(4)9.
          01 WS-COUNT-EDIT2          PIC Z(4)9.
          01 WS-COUNT-EDIT3          PIC Z(4)9.
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-RPT-TEXT             PIC X(100).
          01 WS-OPEN-COUNT           PIC 9(5) VALUE 0.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

          01 WS-NUMFACTS-DD          PIC X(8) VALUE "NUMFACTS".
          01 WS-NUMFJRNL-DD          PIC X(8) VALUE "NUMFJRNL".

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "NUMFTEST" TO WS-NUMFACTS-DD
              MOVE "JRNLTEST" TO WS-NUMFJRNL-DD
           END-IF.

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-NUM.
           PERFORM LOAD-OPEN-ITEMS.
           PERFORM TAKE-NEW-EXCEPTIONS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-USED
              PERFORM RECOMPUTE-ONE-ITEM
           END-PERFORM.
           PERFORM APPLY-DECISIONS.
           PERFORM WRITE-CARRY-FORWARD.
           PERFORM WRITE-ADJUDICATION-REPORT.
           IF AUTH-DENIED
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           ELSE IF WS-REFUSED-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * The items the last cycle carried forward, and the high-water
      * timestamp of the NUMFEXCP lines it had already taken in. No
      * file at all is the first cycle.
          LOAD-OPEN-ITEMS.
           OPEN INPUT EXCP-OPEN-FILE.
           IF WS-EXCPOPEN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "EXCP-ADJUD: no open items carried in"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ EXCP-OPEN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-ONE-OPEN-ITEM
              END-READ
           END-PERFORM.
           CLOSE EXCP-OPEN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE WS-HIGH-WATER TO WS-NEW-HIGH-WATER.

          LOAD-ONE-OPEN-ITEM.
           IF EH-IS-HEADER
              MOVE EH-HIGH-WATER TO WS-HIGH-WATER
              EXIT PARAGRAPH.
           PERFORM ADD-ITEM-SLOT.
           IF ITEM-TABLE-OVERFLOWED
              EXIT PARAGRAPH.
           MOVE EO-KEY TO WS-IT-KEY (WS-ITEM-IDX).
           MOVE EO-FIELD TO WS-IT-FIELD (WS-ITEM-IDX).
           MOVE EO-FIRST-SEEN TO WS-IT-FIRST-SEEN (WS-ITEM-IDX).
           IF EO-SEEN-COUNT IS NUMERIC
              MOVE EO-SEEN-COUNT TO WS-IT-SEEN-COUNT (WS-ITEM-IDX)
           ELSE
              MOVE 1 TO WS-IT-SEEN-COUNT (WS-ITEM-IDX)
           END-IF.
           MOVE EO-OLD-VALUE TO WS-IT-OLD-VALUE (WS-ITEM-IDX).
           MOVE EO-NEW-VALUE TO WS-IT-NEW-VALUE (WS-ITEM-IDX).
           MOVE EO-CALLER TO WS-IT-CALLER (WS-ITEM-IDX).

      * NUMFEXCP lines newer than the high-water mark join the open
      * items: a key and field already open just gains a count and
      * the latest attempt, anything else opens a new item.
          TAKE-NEW-EXCEPTIONS.
           OPEN INPUT NUMF-EXCP-FILE.
           IF WS-NUMFEXCP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "EXCP-ADJUD: no exceptions file to read"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ NUMF-EXCP-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-EXCEPTION
              END-READ
           END-PERFORM.
           CLOSE NUMF-EXCP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          TAKE-ONE-EXCEPTION.
           IF ITEM-TABLE-OVERFLOWED
                 OR EX-TIMESTAMP NOT GREATER THAN WS-HIGH-WATER
                 OR (EX-TEST-RECORD AND NOT TEST-RUN)
              EXIT PARAGRAPH.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-USED
              IF WS-IT-KEY (WS-ITEM-IDX) IS EQUAL TO EX-KEY
                    AND WS-IT-FIELD (WS-ITEM-IDX) IS EQUAL TO EX-FIELD
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-ITEM-IDX NOT GREATER THAN WS-ITEM-USED
              ADD 1 TO WS-IT-SEEN-COUNT (WS-ITEM-IDX)
              ADD 1 TO WS-REPEAT-COUNT
           ELSE
              PERFORM ADD-ITEM-SLOT
              IF ITEM-TABLE-OVERFLOWED
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-NEW-ITEM-COUNT
              MOVE EX-KEY TO WS-IT-KEY (WS-ITEM-IDX)
              MOVE EX-FIELD TO WS-IT-FIELD (WS-ITEM-IDX)
              MOVE EX-TIMESTAMP TO WS-IT-FIRST-SEEN (WS-ITEM-IDX)
              MOVE 1 TO WS-IT-SEEN-COUNT (WS-ITEM-IDX)
           END-IF.
           MOVE EX-OLD-VALUE TO WS-IT-OLD-VALUE (WS-ITEM-IDX).
           MOVE EX-NEW-VALUE TO WS-IT-NEW-VALUE (WS-ITEM-IDX).
           MOVE EX-CALLER TO WS-IT-CALLER (WS-ITEM-IDX).
           IF EX-TIMESTAMP > WS-NEW-HIGH-WATER
              MOVE EX-TIMESTAMP TO WS-NEW-HIGH-WATER
           END-IF.

      * A full table leaves the extra lines where they are: the
      * high-water mark stops short of them, so the next cycle picks
      * them up once this one's decisions have closed items.
          ADD-ITEM-SLOT.
           IF WS-ITEM-USED < 500
              ADD 1 TO WS-ITEM-USED
              MOVE WS-ITEM-USED TO WS-ITEM-IDX
              MOVE SPACES TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
              MOVE "U" TO WS-IT-VERDICT (WS-ITEM-IDX)
              MOVE "N" TO WS-IT-RESOLVED (WS-ITEM-IDX)
           ELSE
              IF NOT ITEM-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 500 open exceptions,"
                    " the rest wait for the next cycle"
                 MOVE "Y" TO WS-ITEM-OVERFLOW-SW
              END-IF
           END-IF.

      * Works the fact out again from the key alone and compares it
      * with both sides of the conflict. The fences are BACKFILL's:
      * primality and divisor class inside CFG-PRIME-MAX (and the
      * seven-digit divisor-walk fence), factorial inside
      * CFG-FACTORIAL-MAX, nothing but parity for a negative key.
          RECOMPUTE-ONE-ITEM.
           MOVE WS-IT-KEY (WS-ITEM-IDX) TO WS-KEY-VIEW.
           IF WS-KV-VALUE IS NOT NUMERIC
              EXIT PARAGRAPH.
           IF WS-KV-SIGN IS EQUAL TO "-"
              COMPUTE WS-KEY-NUM = 0 - WS-KV-VALUE
           ELSE
              MOVE WS-KV-VALUE TO WS-KEY-NUM
           END-IF.
           MOVE SPACES TO WS-IT-RECOMPUTED (WS-ITEM-IDX).
           EVALUATE WS-IT-FIELD (WS-ITEM-IDX)
              WHEN "E"
                 PERFORM RECOMPUTE-PARITY
              WHEN "R"
                 IF WS-KEY-NUM NOT LESS THAN 0
                       AND WS-KEY-NUM NOT GREATER THAN CFG-PRIME-MAX
                    PERFORM RECOMPUTE-PRIMALITY
                 END-IF
              WHEN "F"
                 IF WS-KEY-NUM NOT LESS THAN 0
                       AND WS-KEY-NUM NOT GREATER THAN
                          CFG-FACTORIAL-MAX
                    PERFORM RECOMPUTE-FACTORIAL
                 END-IF
              WHEN "D"
                 IF WS-KEY-NUM > 0
                       AND WS-KEY-NUM NOT GREATER THAN CFG-PRIME-MAX
                       AND WS-KEY-NUM NOT GREATER THAN 9999999
                    PERFORM RECOMPUTE-DIVCLASS
                 END-IF
           END-EVALUATE.
           IF WS-IT-RECOMPUTED (WS-ITEM-IDX) IS EQUAL TO SPACES
              MOVE "U" TO WS-IT-VERDICT (WS-ITEM-IDX)
           ELSE IF WS-IT-RECOMPUTED (WS-ITEM-IDX) IS EQUAL TO
                 WS-IT-OLD-VALUE (WS-ITEM-IDX)
              MOVE "S" TO WS-IT-VERDICT (WS-ITEM-IDX)
           ELSE IF WS-IT-RECOMPUTED (WS-ITEM-IDX) IS EQUAL TO
                 WS-IT-NEW-VALUE (WS-ITEM-IDX)
              MOVE "A" TO WS-IT-VERDICT (WS-ITEM-IDX)
           ELSE
              MOVE "N" TO WS-IT-VERDICT (WS-ITEM-IDX)
           END-IF.

          RECOMPUTE-PARITY.
           IF FUNCTION MOD (WS-KV-VALUE, 2) = 0 THEN
              MOVE "E" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE
              MOVE "O" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           END-IF.

          RECOMPUTE-PRIMALITY.
           MOVE WS-KEY-NUM TO NUM.
           IF NUM < 2 THEN
              MOVE "C" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE IF NUM IS EQUAL TO 2 THEN
              MOVE "P" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE IF FUNCTION MOD (NUM, 2) = 0 THEN
              MOVE "C" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE
              COMPUTE SQRT = NUM ** 0.5
              MOVE 3 TO CNT
              MOVE "Y" TO WS-PRIME-SWITCH
              PERFORM UNTIL CNT > SQRT OR NOT IS-PRIME
                 IF FUNCTION MOD (NUM, CNT) = 0
                    MOVE "N" TO WS-PRIME-SWITCH
                 ELSE
                    ADD 1 TO CNT
                 END-IF
              END-PERFORM
              IF IS-PRIME
                 MOVE "P" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
              ELSE
                 MOVE "C" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
              END-IF
           END-IF.

          RECOMPUTE-DIVCLASS.
           MOVE WS-KEY-NUM TO NUM.
           MOVE 0 TO WS-DIV-SUM.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
                    UNTIL WS-DIV-IDX >= NUM
              IF FUNCTION MOD (NUM, WS-DIV-IDX) = 0
                 ADD WS-DIV-IDX TO WS-DIV-SUM
              END-IF
           END-PERFORM.
           IF WS-DIV-SUM IS EQUAL TO NUM
              MOVE "P" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE IF WS-DIV-SUM > NUM
              MOVE "A" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE
              MOVE "D" TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           END-IF.

      * Same CALC-FACT/bignum approach and 60-character cap as
      * BACKFILL's FILL-FACTORIAL.
          RECOMPUTE-FACTORIAL.
           MOVE WS-KEY-NUM TO NUM.
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
              MOVE "VALUE TOO LARGE TO REPRESENT"
                 TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
           ELSE
              MOVE WS-FACT-DISPLAY TO WS-IT-RECOMPUTED (WS-ITEM-IDX)
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

      * The decisions are read in full first; only when at least one
      * was keyed is the operator gate consulted and the master
      * opened, so a review-only cycle needs no credential.
          APPLY-DECISIONS.
           OPEN INPUT EXCP-DEC-FILE.
           IF WS-EXCPDEC-STATUS IS NOT EQUAL TO "00"
              DISPLAY "EXCP-ADJUD: no decisions this cycle"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ EXCP-DEC-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-ONE-DECISION
              END-READ
           END-PERFORM.
           CLOSE EXCP-DEC-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-DEC-USED IS EQUAL TO 0
              EXIT PARAGRAPH.
           MOVE "EXCP-ADJUD" TO WS-AUDIT-PROGRAM.
           MOVE "ADJUDICATE" TO WS-AUTH-MODE.
           CALL "OPER-AUTH" USING WS-AUDIT-PROGRAM WS-AUTH-MODE
              WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "Decisions not applied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE "Y" TO WS-AUTH-DENIED-SW
              PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                       UNTIL WS-DEC-IDX > WS-DEC-USED
                 IF WS-DC-OUTCOME (WS-DEC-IDX) IS EQUAL TO SPACES
                    MOVE "NOT APPLIED, NOT AUTHORIZED"
                       TO WS-DC-OUTCOME (WS-DEC-IDX)
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH.
           OPEN I-O NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "EXCP-ADJUD: number facts file not available"
              PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                       UNTIL WS-DEC-IDX > WS-DEC-USED
                 IF WS-DC-OUTCOME (WS-DEC-IDX) IS EQUAL TO SPACES
                    MOVE "NOT APPLIED, NO FACTS FILE"
                       TO WS-DC-OUTCOME (WS-DEC-IDX)
                    ADD 1 TO WS-REFUSED-COUNT
                 END-IF
              END-PERFORM
              EXIT PARAGRAPH.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                    UNTIL WS-DEC-IDX > WS-DEC-USED
              IF WS-DC-OUTCOME (WS-DEC-IDX) IS EQUAL TO SPACES
                 PERFORM APPLY-ONE-DECISION
              END-IF
           END-PERFORM.
           CLOSE NUMFACTS-FILE.

      * A line that does not parse is kept in the table with its
      * refusal already filled in, so it shows on the report.
          LOAD-ONE-DECISION.
           IF EXCP-DEC-REC IS EQUAL TO SPACES
                 OR EXCP-DEC-REC (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH.
           IF WS-DEC-USED NOT LESS THAN 500
              DISPLAY "Warning: more than 500 decisions, the rest"
                 " wait for the next cycle"
              EXIT PARAGRAPH.
           ADD 1 TO WS-DEC-USED.
           MOVE WS-DEC-USED TO WS-DEC-IDX.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           UNSTRING EXCP-DEC-REC DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING.
           MOVE WS-TOKEN-1 TO WS-DC-KEY-TEXT (WS-DEC-IDX).
           MOVE WS-TOKEN-2 (1:1) TO WS-DC-FIELD (WS-DEC-IDX).
           MOVE WS-TOKEN-3 TO WS-DC-ACTION (WS-DEC-IDX).
           MOVE SPACES TO WS-DC-OUTCOME (WS-DEC-IDX).
           PERFORM PARSE-DECISION-KEY.
           MOVE WS-PARSED-KEY TO WS-DC-KEY (WS-DEC-IDX).
           IF NOT PARSE-OK
              MOVE "REFUSED, KEY NOT A NUMBER"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
              ADD 1 TO WS-REFUSED-COUNT
           ELSE IF WS-DC-ACTION (WS-DEC-IDX) IS NOT EQUAL TO "KEEP"
                 AND "REPLACE" AND "BLANK"
              MOVE "REFUSED, NOT KEEP/REPLACE/BLANK"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
              ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      * "-1234" becomes sign "-" and thirty digits right-justified
      * in zeros, the way NF-KEY holds it.
          PARSE-DECISION-KEY.
           MOVE "Y" TO WS-PARSE-OK-SW.
           MOVE "+" TO WS-PK-SIGN.
           MOVE WS-TOKEN-1 TO WS-DIGITS.
           IF WS-TOKEN-1 (1:1) IS EQUAL TO "-" OR "+"
              MOVE WS-TOKEN-1 (1:1) TO WS-PK-SIGN
              MOVE WS-TOKEN-1 (2:) TO WS-DIGITS
           END-IF.
           MOVE 0 TO WS-DIGIT-LEN.
           INSPECT WS-DIGITS TALLYING WS-DIGIT-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE ALL "0" TO WS-PK-DIGITS.
           IF WS-DIGIT-LEN IS EQUAL TO 0 OR WS-DIGIT-LEN > 30
              MOVE "N" TO WS-PARSE-OK-SW
           ELSE IF WS-DIGITS (1:WS-DIGIT-LEN) IS NOT NUMERIC
              MOVE "N" TO WS-PARSE-OK-SW
           ELSE
              MOVE WS-DIGITS (1:WS-DIGIT-LEN)
                 TO WS-PK-DIGITS (31 - WS-DIGIT-LEN:WS-DIGIT-LEN)
           END-IF.
           IF WS-PK-DIGITS IS EQUAL TO ALL "0"
              MOVE "+" TO WS-PK-SIGN
           END-IF.

      * The decision must match an open item; a REPLACE or BLANK
      * must still find the recorded value on file before the
      * journal line and the REWRITE go through. The journal line
      * goes first, as in NUMFACT; a REWRITE that then fails leaves
      * the item open for the next cycle and counts it not applied.
          APPLY-ONE-DECISION.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-USED
              IF WS-IT-KEY (WS-ITEM-IDX) IS EQUAL TO
                    WS-DC-KEY (WS-DEC-IDX)
                    AND WS-IT-FIELD (WS-ITEM-IDX) IS EQUAL TO
                    WS-DC-FIELD (WS-DEC-IDX)
                    AND WS-IT-RESOLVED (WS-ITEM-IDX) IS EQUAL TO "N"
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-ITEM-IDX > WS-ITEM-USED
              MOVE "REFUSED, NO OPEN EXCEPTION"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
              ADD 1 TO WS-REFUSED-COUNT
              EXIT PARAGRAPH.
           IF WS-DC-ACTION (WS-DEC-IDX) IS EQUAL TO "KEEP"
              MOVE "KEPT VALUE ON FILE" TO WS-DC-OUTCOME (WS-DEC-IDX)
              MOVE "Y" TO WS-IT-RESOLVED (WS-ITEM-IDX)
              ADD 1 TO WS-APPLIED-COUNT
              EXIT PARAGRAPH.
           MOVE WS-IT-KEY (WS-ITEM-IDX) TO NF-KEY.
           READ NUMFACTS-FILE
              INVALID KEY
                 MOVE "REFUSED, KEY NOT ON FILE"
                    TO WS-DC-OUTCOME (WS-DEC-IDX)
           END-READ.
           IF WS-DC-OUTCOME (WS-DEC-IDX) IS NOT EQUAL TO SPACES
              ADD 1 TO WS-REFUSED-COUNT
              EXIT PARAGRAPH.
           PERFORM GET-FILE-VALUE.
           IF WS-FILE-VALUE IS NOT EQUAL TO
                 WS-IT-OLD-VALUE (WS-ITEM-IDX)
              MOVE "REFUSED, FILE CHANGED SINCE"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
              ADD 1 TO WS-REFUSED-COUNT
              EXIT PARAGRAPH.
           IF WS-DC-ACTION (WS-DEC-IDX) IS EQUAL TO "REPLACE"
              MOVE WS-IT-NEW-VALUE (WS-ITEM-IDX) TO WS-SET-VALUE
              MOVE "REPLACED WITH ATTEMPTED VALUE"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
           ELSE
              MOVE SPACES TO WS-SET-VALUE
              MOVE "BLANKED FOR RECOMPUTE"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
           END-IF.
           PERFORM SET-FILE-VALUE.
           MOVE WS-DC-FIELD (WS-DEC-IDX) TO WS-JRNL-FIELD.
           MOVE WS-SET-VALUE TO WS-JRNL-VALUE.
           PERFORM WRITE-JOURNAL-ENTRY.
           REWRITE NUMFACTS-REC
              INVALID KEY CONTINUE
           END-REWRITE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "EXCP-ADJUD: " WS-DC-KEY-TEXT (WS-DEC-IDX)
                 " not rewritten, status " WS-NUMFACTS-STATUS
                 " - the item stays open"
              MOVE "NOT APPLIED, REWRITE FAILED"
                 TO WS-DC-OUTCOME (WS-DEC-IDX)
              ADD 1 TO WS-REFUSED-COUNT
              EXIT PARAGRAPH.
           MOVE "Y" TO WS-IT-RESOLVED (WS-ITEM-IDX).
           ADD 1 TO WS-APPLIED-COUNT.

      * The one-byte fields compare and store on their first byte,
      * the way NUMFACT itself holds them.
          GET-FILE-VALUE.
           MOVE SPACES TO WS-FILE-VALUE.
           EVALUATE WS-DC-FIELD (WS-DEC-IDX)
              WHEN "E"
                 MOVE NF-PARITY TO WS-FILE-VALUE
              WHEN "R"
                 MOVE NF-PRIMALITY TO WS-FILE-VALUE
              WHEN "F"
                 MOVE NF-FACTORIAL TO WS-FILE-VALUE
              WHEN "B"
                 MOVE NF-FIBONACCI TO WS-FILE-VALUE
              WHEN "D"
                 MOVE NF-DIVCLASS TO WS-FILE-VALUE
              WHEN "C"
                 MOVE NF-COLLATZ TO WS-FILE-VALUE
              WHEN "G"
                 MOVE NF-GOLDBACH TO WS-FILE-VALUE
              WHEN "A"
                 MOVE NF-ALIQUOT TO WS-FILE-VALUE
           END-EVALUATE.

          SET-FILE-VALUE.
           EVALUATE WS-DC-FIELD (WS-DEC-IDX)
              WHEN "E"
                 MOVE WS-SET-VALUE (1:1) TO NF-PARITY
              WHEN "R"
                 MOVE WS-SET-VALUE (1:1) TO NF-PRIMALITY
              WHEN "F"
                 MOVE WS-SET-VALUE TO NF-FACTORIAL
              WHEN "B"
                 MOVE WS-SET-VALUE TO NF-FIBONACCI
              WHEN "D"
                 MOVE WS-SET-VALUE (1:1) TO NF-DIVCLASS
              WHEN "C"
                 MOVE WS-SET-VALUE TO NF-COLLATZ
              WHEN "G"
                 MOVE WS-SET-VALUE (1:30) TO NF-GOLDBACH
              WHEN "A"
                 MOVE WS-SET-VALUE TO NF-ALIQUOT
           END-EVALUATE.

      * Same one-line journal layout NUMFACT and BACKFILL write, and
      * ahead of the REWRITE for the same reason: a NUMF-RECOVER
      * replay must reproduce the decision.
          WRITE-JOURNAL-ENTRY.
           OPEN EXTEND NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS EQUAL TO "05" OR "35" THEN
              OPEN OUTPUT NUMF-JRNL-FILE
              CLOSE NUMF-JRNL-FILE
              OPEN EXTEND NUMF-JRNL-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO NUMF-JRNL-REC.
           MOVE WS-TIMESTAMP (1:14) TO JR-TIMESTAMP.
           MOVE NF-KEY TO JR-KEY.
           MOVE WS-JRNL-FIELD TO JR-FIELD.
           MOVE WS-JRNL-VALUE TO JR-VALUE.
           MOVE "EXCP-ADJUD" TO JR-CALLER.
           IF TEST-RUN
              MOVE "T" TO JR-RUN-MODE
           END-IF.
           WRITE NUMF-JRNL-REC.
           CLOSE NUMF-JRNL-FILE.
           IF TEST-RUN
              PERFORM LOG-SIM-CHANGE
           END-IF.

      * A REPLACE is a CHANGE of the stored value, a BLANK clears it.
          LOG-SIM-CHANGE.
           MOVE "EXCP-ADJUD" TO WS-SIM-CALLER.
           MOVE "NUMFACTS" TO WS-SIM-TARGET.
           IF WS-JRNL-VALUE IS EQUAL TO SPACES
              MOVE "BLANK" TO WS-SIM-ACTION
           ELSE
              MOVE "CHANGE" TO WS-SIM-ACTION
           END-IF.
           MOVE NF-KEY TO WS-SIM-KEY.
           MOVE WS-JRNL-FIELD TO WS-SIM-FIELD.
           MOVE WS-FILE-VALUE TO WS-SIM-OLD-VALUE.
           MOVE WS-JRNL-VALUE TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.

      * The next cycle's EXCPOPEN: the high-water line, then every
      * item still without a decision.
          WRITE-CARRY-FORWARD.
           OPEN OUTPUT EXCP-CARY-FILE.
           MOVE SPACES TO EXCP-OPEN-HDR.
           MOVE "*HWM*" TO EH-TAG.
           MOVE WS-NEW-HIGH-WATER TO EH-HIGH-WATER.
           MOVE EXCP-OPEN-HDR TO EXCP-CARY-REC.
           WRITE EXCP-CARY-REC.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-USED
              IF WS-IT-RESOLVED (WS-ITEM-IDX) IS EQUAL TO "N"
                 MOVE SPACES TO EXCP-OPEN-REC
                 MOVE WS-IT-KEY (WS-ITEM-IDX) TO EO-KEY
                 MOVE WS-IT-FIELD (WS-ITEM-IDX) TO EO-FIELD
                 MOVE WS-IT-FIRST-SEEN (WS-ITEM-IDX) TO EO-FIRST-SEEN
                 MOVE WS-IT-SEEN-COUNT (WS-ITEM-IDX) TO EO-SEEN-COUNT
                 MOVE WS-IT-OLD-VALUE (WS-ITEM-IDX) TO EO-OLD-VALUE
                 MOVE WS-IT-NEW-VALUE (WS-ITEM-IDX) TO EO-NEW-VALUE
                 MOVE WS-IT-CALLER (WS-ITEM-IDX) TO EO-CALLER
                 MOVE EXCP-OPEN-REC TO EXCP-CARY-REC
                 WRITE EXCP-CARY-REC
                 ADD 1 TO WS-OPEN-COUNT
              END-IF
           END-PERFORM.
           CLOSE EXCP-CARY-FILE.

      * Writes the same report to the console and to ADJRPT: every
      * item with its verdict and age or resolution, then every
      * decision line with what became of it.
          WRITE-ADJUDICATION-REPORT.
           OPEN OUTPUT ADJ-RPT-FILE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "NUMFACTS EXCEPTION ADJUDICATION " DELIMITED BY SIZE
                WS-TODAY-NUM DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-NEW-ITEM-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-ITEM-USED TO WS-COUNT-EDIT3.
           STRING "NEW EXCEPTIONS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " REPEATS OF OPEN ITEMS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " ITEMS THIS CYCLE=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE "--- ITEMS ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                    UNTIL WS-ITEM-IDX > WS-ITEM-USED
              PERFORM REPORT-ONE-ITEM
           END-PERFORM.
           IF WS-ITEM-USED IS EQUAL TO 0
              MOVE "NO OPEN EXCEPTIONS" TO WS-RPT-TEXT
              PERFORM REPORT-LINE
           END-IF.
           MOVE "--- DECISIONS ---" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                    UNTIL WS-DEC-IDX > WS-DEC-USED
              MOVE SPACES TO WS-RPT-TEXT
              STRING FUNCTION TRIM(WS-DC-KEY-TEXT (WS-DEC-IDX))
                      DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DC-FIELD (WS-DEC-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DC-ACTION (WS-DEC-IDX))
                      DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-DC-OUTCOME (WS-DEC-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-PERFORM.
           IF WS-DEC-USED IS EQUAL TO 0
              MOVE "NO DECISIONS KEYED THIS CYCLE" TO WS-RPT-TEXT
              PERFORM REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT3.
           STRING "APPLIED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " REFUSED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " CARRIED FORWARD=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           CLOSE ADJ-RPT-FILE.

          REPORT-ONE-ITEM.
           PERFORM FORMAT-ITEM-KEY.
           EVALUATE WS-IT-VERDICT (WS-ITEM-IDX)
              WHEN "S"
                 MOVE "STORED VALUE CORRECT" TO WS-VERDICT-TEXT
              WHEN "A"
                 MOVE "ATTEMPTED VALUE CORRECT" TO WS-VERDICT-TEXT
              WHEN "N"
                 MOVE "NEITHER VALUE CORRECT" TO WS-VERDICT-TEXT
              WHEN OTHER
                 MOVE "NOT RECOMPUTED" TO WS-VERDICT-TEXT
           END-EVALUATE.
           MOVE 0 TO WS-AGE-DAYS.
           IF WS-IT-FIRST-SEEN (WS-ITEM-IDX) (1:8) IS NUMERIC
              MOVE WS-IT-FIRST-SEEN (WS-ITEM-IDX) (1:8) TO WS-SEEN-NUM
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-SEEN-NUM)
           END-IF.
           MOVE SPACES TO WS-RPT-TEXT.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-AGE-DAYS TO WS-COUNT-EDIT.
           MOVE WS-IT-SEEN-COUNT (WS-ITEM-IDX) TO WS-COUNT-EDIT2.
           STRING FUNCTION TRIM(WS-KEY-DISPLAY) DELIMITED BY SIZE
                " FIELD " DELIMITED BY SIZE
                WS-IT-FIELD (WS-ITEM-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-VERDICT-TEXT) DELIMITED BY SIZE
                " REFUSED " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                "X BY " DELIMITED BY SIZE
                FUNCTION TRIM(WS-IT-CALLER (WS-ITEM-IDX))
                   DELIMITED BY SIZE
                INTO WS-RPT-TEXT
                WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-IT-RESOLVED (WS-ITEM-IDX) IS EQUAL TO "Y"
              STRING " - RESOLVED" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
                   WITH POINTER WS-LINE-PTR
              END-STRING
           ELSE
              STRING " - OPEN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
                   WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "    ON FILE:    " DELIMITED BY SIZE
                WS-IT-OLD-VALUE (WS-ITEM-IDX) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           STRING "    ATTEMPTED:  " DELIMITED BY SIZE
                WS-IT-NEW-VALUE (WS-ITEM-IDX) DELIMITED BY SIZE
                INTO WS-RPT-TEXT
           END-STRING.
           PERFORM REPORT-LINE.
           IF WS-IT-RECOMPUTED (WS-ITEM-IDX) IS NOT EQUAL TO SPACES
              MOVE SPACES TO WS-RPT-TEXT
              STRING "    RECOMPUTED: " DELIMITED BY SIZE
                   WS-IT-RECOMPUTED (WS-ITEM-IDX) DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-IF.

      * The key as a reader keys it: sign only when negative, no
      * leading zeros.
          FORMAT-ITEM-KEY.
           MOVE WS-IT-KEY (WS-ITEM-IDX) TO WS-KEY-VIEW.
           MOVE SPACES TO WS-KEY-DISPLAY.
           MOVE 0 TO WS-TALLY1.
           INSPECT WS-KV-VALUE TALLYING WS-TALLY1 FOR LEADING ZEROS.
           IF WS-TALLY1 > 29
              MOVE 29 TO WS-TALLY1
           END-IF.
           IF WS-KV-SIGN IS EQUAL TO "-"
              STRING "-" DELIMITED BY SIZE
                   WS-KV-VALUE (WS-TALLY1 + 1:) DELIMITED BY SIZE
                   INTO WS-KEY-DISPLAY
              END-STRING
           ELSE
              MOVE WS-KV-VALUE (WS-TALLY1 + 1:) TO WS-KEY-DISPLAY
           END-IF.

          REPORT-LINE.
           MOVE SPACES TO ADJ-RPT-REC.
           MOVE WS-RPT-TEXT TO ADJ-RPT-REC.
           DISPLAY FUNCTION TRIM(ADJ-RPT-REC).
           WRITE ADJ-RPT-REC.

          WRITE-RUN-SUMMARY.
           MOVE "EXCP-ADJUD" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE WS-ITEM-USED TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ITEMS" DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE SPACES TO WS-AUDIT-RESULT.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT3.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " APPLIED " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " REFUSED " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                " OPEN" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
