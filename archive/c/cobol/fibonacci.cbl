      * file, the same one-line-per-run shape AUDIT-LOG keeps for
      * the audit trail.
          WRITE-RUN-STATS.
           CALL "RUN-STATS-HITS" USING WS-STAT-ANSWERED
              WS-STAT-COMPUTED
           END-CALL.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.
           MOVE WS-VALIDATE-DECIMAL TO DECINUM.
           MOVE DECINUM TO NUM.
           IF VALIDATE-OK AND NUM IS EQUAL TO DECINUM THEN
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
           PERFORM WRITE-AUDIT.


      * An index the facts file could not answer is worked out here
      * and the result recorded back into NUMFACTS.
          BATCH-COMPUTE-ONE.
           PERFORM CALC-FIBONACCI.
           IF BIGNUM-CAPACITY-EXCEEDED
              MOVE "VALUE TOO LARGE TO REPRESENT"
                 TO WS-BATCH-OUT-RESULT
              ADD 1 TO WS-BATCH-ERROR-COUNT
           ELSE
              PERFORM BUILD-BIGNUM-DISPLAY
              MOVE WS-BIG-DISPLAY TO WS-BATCH-OUT-RESULT
              MOVE WS-BATCH-OUT-RESULT (1:30) TO WS-AUDIT-RESULT
              PERFORM WRITE-NUMBER-FACT
           END-IF.

      * Control records on the batch output, per GENCTL.CPY: the
      * header opens the generation, the trailer closes it with the
      * detail count and the input control total, taken off each
           MOVE "*TRL*" TO GT-TAG.
           MOVE WS-CTL-COUNT TO GT-COUNT.
           MOVE WS-CTL-SUM TO GT-SUM.
           MOVE WS-STAT-ANSWERED TO GT-ANSWERED.
           MOVE WS-STAT-COMPUTED TO GT-COMPUTED.
           WRITE FIB-OUT-REC FROM GEN-TRL-REC.

          ADD-CONTROL-TOTAL.
              WS-NUMFACT-VALUE
              WS-NUMFACT-CALLER
           END-CALL.

      * Asks NUMFACTS whether this number's Fibonacci value is already
      * on file, so a repeat input is answered from the facts file
      * instead of being worked out again.
          LOOKUP-NUMBER-FACT.
           MOVE NUM TO WS-NUMFACT-KEY.
           MOVE "B" TO WS-NUMFACT-FIELD.
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
