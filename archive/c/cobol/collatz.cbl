          SELECT COLL-OUT-FILE ASSIGN TO "COLLOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COLLOUT-STATUS.
          SELECT COLL-MEMO-FILE ASSIGN TO "COLLMEMO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-MEMO-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD COLL-IN-FILE.
          FD COLL-OUT-FILE.
          01 COLL-OUT-REC              PIC X(60).

          FD COLL-MEMO-FILE.
          COPY COLLMEMO.

      * Seventh utility in the suite, for the research group's next
      * ask after FIBONACCI: the total stopping time and peak value
      * of a number's Collatz sequence (halve when even, 3n+1 when
      * COLLIN dataset and writes an input/result report to COLLOUT,
      * the same shape FACTORIAL's FACTIN/FACTOUT batch takes. The
      * stopping time is recorded into NUMFACTS under this program's
      * own NF-COLLATZ field so the facts file keeps the answers,
      * and every value a walk passes through goes to the COLLMEMO
      * memo so later walks that reach it can stop there.
        WORKING-STORAGE SECTION.
          01 CMD-ARGS                  PIC X(38).
          01 DECINUM                   PIC S9(9)V99.
          01 WS-PEAK-EDIT              PIC Z(17)9.
          01 WS-RESULT-TEXT            PIC X(60).

      * Short-circuit of the walk: at every value within the
      * CFG-COLLATZ-MAX range the memo file and then NUMFACTS are
      * asked whether that value's own walk is already finished; on
      * a hit the steps still to go and the peak from there are
      * added on instead of walked. The values passed on the way are
      * kept in the path table so each can be memoed afterwards with
      * its own stopping time and peak. A walk inside the supported
      * range is well under a thousand steps; a longer one than the
      * table holds is still answered, just not memoed.
          01 WS-MEMO-STATUS            PIC XX.
          01 WS-MEMO-OPEN-SW           PIC X VALUE "N".
            88 MEMO-FILE-OPEN               VALUE "Y".
          01 WS-BUSY-TRY-CNT           PIC 9(3).
          01 WS-KNOWN-SW               PIC X VALUE "N".
            88 KNOWN-VALUE-FOUND            VALUE "Y".
          01 WS-KNOWN-STEPS            PIC 9(7).
          01 WS-KNOWN-PEAK             PIC 9(18).
          01 WS-KNOWN-LEAD             PIC X(10).
          01 WS-KNOWN-STEPS-TOKEN      PIC X(20).
          01 WS-KNOWN-PEAK-TOKEN       PIC X(20).
          01 WS-PATH-TABLE.
            03 WS-PATH-VALUE           PIC 9(18) OCCURS 2000 TIMES.
          01 WS-PATH-CNT               PIC 9(4).
          01 WS-PATH-IDX               PIC 9(4).
          01 WS-PATH-FULL-SW           PIC X VALUE "N".
            88 PATH-TABLE-FULL              VALUE "Y".
          01 WS-SUFFIX-PEAK            PIC 9(18).

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

      * The walk probes NUMFACTS at every step, so the facts file
      * is held open for it the way a batch session holds it.
           CALL "NUMFACT-BEGIN" END-CALL.
           PERFORM OPEN-MEMO-FILE.
           PERFORM CALC-COLLATZ.
           IF COLLATZ-OVERFLOWED
              PERFORM OVERFLOW-FAILURE
              PERFORM WRITE-NUMBER-FACT
              MOVE RC-SUCCESS TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-MEMO-FILE.
           CALL "NUMFACT-END" END-CALL.

      * Reads a sequential dataset of numbers (DDNAME COLLIN), runs
      * the same walk against each one, and writes an input/result
      * see NUMFACT-BEGIN / AUDIT-LOG-BEGIN.
           CALL "NUMFACT-BEGIN" END-CALL.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           PERFORM OPEN-MEMO-FILE.
           PERFORM UNTIL END-OF-COLLIN
              READ COLL-IN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
           END-PERFORM.
           PERFORM WRITE-GEN-TRAILER.
           CLOSE COLL-IN-FILE COLL-OUT-FILE.
           PERFORM CLOSE-MEMO-FILE.
           CALL "NUMFACT-END" END-CALL.
           CALL "AUDIT-LOG-END" END-CALL.
           MOVE WS-BATCH-ERROR-COUNT TO WS-STAT-ERRORS.
      * file, the same one-line-per-run shape AUDIT-LOG keeps for
      * the audit trail.
          WRITE-RUN-STATS.
           CALL "RUN-STATS-HITS" USING WS-STAT-ANSWERED
              WS-STAT-COMPUTED
           END-CALL.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.
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
                 PERFORM BATCH-COMPUTE-ONE
              END-IF
           ELSE
              MOVE "INVALID INPUT" TO WS-BATCH-OUT-RESULT
           MOVE WS-BATCH-OUT-RESULT (1:30) TO WS-AUDIT-RESULT.
           PERFORM WRITE-AUDIT.

      * A start the facts file could not answer is walked here and
      * the stopping time recorded back into NUMFACTS.
          BATCH-COMPUTE-ONE.
           PERFORM CALC-COLLATZ.
           IF COLLATZ-OVERFLOWED
              MOVE "VALUE TOO LARGE TO REPRESENT"
                 TO WS-BATCH-OUT-RESULT
              ADD 1 TO WS-BATCH-ERROR-COUNT
           ELSE
              PERFORM BUILD-RESULT-TEXT
              MOVE WS-RESULT-TEXT TO WS-BATCH-OUT-RESULT
              PERFORM WRITE-NUMBER-FACT
           END-IF.


      * Control records on the batch output, per GENCTL.CPY: the
      * header opens the generation, the trailer closes it with the
           MOVE "*TRL*" TO GT-TAG.
           MOVE WS-CTL-COUNT TO GT-COUNT.
           MOVE WS-CTL-SUM TO GT-SUM.
           MOVE WS-STAT-ANSWERED TO GT-ANSWERED.
           MOVE WS-STAT-COMPUTED TO GT-COMPUTED.
           WRITE COLL-OUT-REC FROM GEN-TRL-REC.

          ADD-CONTROL-TOTAL.

      * The classic walk: count the steps and keep the highest
      * value seen until the sequence falls to 1. A start of 1 is
      * already there - zero steps, peak 1. The walk stops early at
      * the first value whose own walk is already on file, and takes
      * the rest of the answer from there; the fresh stretch walked
      * to reach it is then memoed for the walks that follow.
          CALC-COLLATZ.
           MOVE "N" TO WS-COLL-OVFL-SW.
           MOVE "N" TO WS-KNOWN-SW.
           MOVE "N" TO WS-PATH-FULL-SW.
           MOVE NUM TO WS-COLL-CUR.
           MOVE NUM TO WS-COLL-PEAK.
           MOVE 0 TO WS-COLL-STEPS.
           MOVE 0 TO WS-PATH-CNT.
           PERFORM UNTIL WS-COLL-CUR IS EQUAL TO 1
                    OR COLLATZ-OVERFLOWED
                    OR KNOWN-VALUE-FOUND
              PERFORM PROBE-KNOWN-VALUE
              IF NOT KNOWN-VALUE-FOUND
                 PERFORM REMEMBER-PATH-VALUE
                 PERFORM COLLATZ-STEP
              END-IF
           END-PERFORM.
           IF KNOWN-VALUE-FOUND
              ADD WS-KNOWN-STEPS TO WS-COLL-STEPS
              IF WS-KNOWN-PEAK > WS-COLL-PEAK
                 MOVE WS-KNOWN-PEAK TO WS-COLL-PEAK
              END-IF
           ELSE
              MOVE 1 TO WS-KNOWN-PEAK
           END-IF.
           IF NOT COLLATZ-OVERFLOWED
              PERFORM SAVE-PATH-TO-MEMO
           END-IF.

      * Memo first (it holds the intermediate values), then the
      * facts file's own NF-COLLATZ answer. Values past the
      * CFG-COLLATZ-MAX range are never on either, so they are not
      * asked about.
          PROBE-KNOWN-VALUE.
           IF WS-COLL-CUR > CFG-COLLATZ-MAX
              EXIT PARAGRAPH
           END-IF.
           IF MEMO-FILE-OPEN
              MOVE WS-COLL-CUR TO CM-KEY
              READ COLL-MEMO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CM-STEPS TO WS-KNOWN-STEPS
                    MOVE CM-PEAK TO WS-KNOWN-PEAK
                    MOVE "Y" TO WS-KNOWN-SW
              END-READ
           END-IF.
           IF NOT KNOWN-VALUE-FOUND
              PERFORM PROBE-NUMBER-FACT
           END-IF.

      * NF-COLLATZ holds "STEPS=n PEAK=m" as BUILD-RESULT-TEXT
      * wrote it; anything else on the field (an overflow note) is
      * not an answer to build on.
          PROBE-NUMBER-FACT.
           MOVE WS-COLL-CUR TO WS-NUMFACT-KEY.
           MOVE "C" TO WS-NUMFACT-FIELD.
           MOVE SPACES TO WS-NUMFACT-VALUE.
           CALL "NUMFACT-LOOKUP" USING WS-NUMFACT-KEY WS-NUMFACT-FIELD
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.
           IF WS-NUMFACT-VALUE (1:6) IS NOT EQUAL TO "STEPS="
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KNOWN-LEAD WS-KNOWN-STEPS-TOKEN
              WS-KNOWN-PEAK-TOKEN.
           UNSTRING WS-NUMFACT-VALUE
              DELIMITED BY "STEPS=" OR " PEAK=" OR SPACE
              INTO WS-KNOWN-LEAD WS-KNOWN-STEPS-TOKEN
                 WS-KNOWN-PEAK-TOKEN
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-KNOWN-STEPS-TOKEN) = 0
                 AND FUNCTION TEST-NUMVAL(WS-KNOWN-PEAK-TOKEN) = 0
              COMPUTE WS-KNOWN-STEPS =
                 FUNCTION NUMVAL(WS-KNOWN-STEPS-TOKEN)
              COMPUTE WS-KNOWN-PEAK =
                 FUNCTION NUMVAL(WS-KNOWN-PEAK-TOKEN)
              MOVE "Y" TO WS-KNOWN-SW
           END-IF.

          REMEMBER-PATH-VALUE.
           IF WS-PATH-CNT < 2000
              ADD 1 TO WS-PATH-CNT
              MOVE WS-COLL-CUR TO WS-PATH-VALUE (WS-PATH-CNT)
           ELSE
              MOVE "Y" TO WS-PATH-FULL-SW
           END-IF.

      * Works back from the end of the fresh stretch: the value at
      * path position i was reached after i-1 steps, so its own
      * stopping time is the total less that, and its peak is the
      * highest value from it onward (including whatever peak the
      * known value it ran into carried). Only values inside the
      * CFG-COLLATZ-MAX range are kept; a value some other run
      * memoed first is left as it is.
          SAVE-PATH-TO-MEMO.
           IF NOT MEMO-FILE-OPEN OR PATH-TABLE-FULL
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-KNOWN-PEAK TO WS-SUFFIX-PEAK.
           PERFORM VARYING WS-PATH-IDX FROM WS-PATH-CNT BY -1
                    UNTIL WS-PATH-IDX < 1
              IF WS-PATH-VALUE (WS-PATH-IDX) > WS-SUFFIX-PEAK
                 MOVE WS-PATH-VALUE (WS-PATH-IDX) TO WS-SUFFIX-PEAK
              END-IF
              IF WS-PATH-VALUE (WS-PATH-IDX)
                    NOT GREATER THAN CFG-COLLATZ-MAX
                 MOVE WS-PATH-VALUE (WS-PATH-IDX) TO CM-KEY
                 COMPUTE CM-STEPS = WS-COLL-STEPS - WS-PATH-IDX + 1
                 MOVE WS-SUFFIX-PEAK TO CM-PEAK
                 WRITE COLL-MEMO-REC INVALID KEY CONTINUE END-WRITE
              END-IF
           END-PERFORM.

      * Opens the memo (creating it the first time it is referenced)
      * with the shop-standard busy retry. The memo only saves work,
      * so a memo that stays busy or will not open costs this run
      * its short-cuts and nothing else - the walks go all the way.
          OPEN-MEMO-FILE.
           OPEN I-O COLL-MEMO-FILE.
           IF WS-MEMO-STATUS IS EQUAL TO "35"
              OPEN OUTPUT COLL-MEMO-FILE
              CLOSE COLL-MEMO-FILE
              OPEN I-O COLL-MEMO-FILE
           END-IF.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-MEMO-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN I-O COLL-MEMO-FILE
           END-PERFORM.
           IF WS-MEMO-STATUS IS EQUAL TO "00"
              MOVE "Y" TO WS-MEMO-OPEN-SW
           ELSE
              DISPLAY "Warning: COLLMEMO not available (status "
                 WS-MEMO-STATUS "), walking in full"
           END-IF.

          CLOSE-MEMO-FILE.
           IF MEMO-FILE-OPEN
              CLOSE COLL-MEMO-FILE
              MOVE "N" TO WS-MEMO-OPEN-SW
           END-IF.

          COLLATZ-STEP.
           IF FUNCTION MOD (WS-COLL-CUR, 2) = 0
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.

      * Asks NUMFACTS whether this number's stopping time is already
      * on file, so a repeat input is answered from the facts file
      * instead of being worked out again.
          LOOKUP-NUMBER-FACT.
           MOVE NUM TO WS-NUMFACT-KEY.
           MOVE "C" TO WS-NUMFACT-FIELD.
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
