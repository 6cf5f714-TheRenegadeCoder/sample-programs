          01 WS-CTL-WORK             PIC S9(15).
          01 WS-TRL-COUNT            PIC 9(7).
          01 WS-TRL-SUM              PIC 9(15).

      * Answered-from-file / computed split off the trailer, when
      * the writer carries one; the two together can never exceed
      * the detail count (the remainder are rejected inputs).
          01 WS-TRL-SPLIT-SW         PIC X VALUE "N".
            88 TRAILER-HAS-SPLIT         VALUE "Y".
          01 WS-TRL-ANSWERED         PIC 9(7).
          01 WS-TRL-COMPUTED         PIC 9(7).
          01 WS-FAIL-COUNT           PIC 9(3) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
                 END-IF
              WHEN "*TRL*"
                 MOVE "Y" TO WS-TRL-SEEN-SW
                 MOVE CHK-IN-REC (1:46) TO GEN-TRL-REC
                 MOVE GT-COUNT TO WS-TRL-COUNT
                 MOVE GT-SUM TO WS-TRL-SUM
                 IF GT-ANSWERED IS NUMERIC AND GT-COMPUTED IS NUMERIC
                    MOVE "Y" TO WS-TRL-SPLIT-SW
                    MOVE GT-ANSWERED TO WS-TRL-ANSWERED
                    MOVE GT-COMPUTED TO WS-TRL-COMPUTED
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-DETAIL-COUNT
                 PERFORM ADD-CONTROL-TOTAL
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "GEN-CHECK: control total does not add up"
              END-IF
              IF TRAILER-HAS-SPLIT
                    AND WS-TRL-ANSWERED + WS-TRL-COMPUTED
                       > WS-DETAIL-COUNT
                 ADD 1 TO WS-FAIL-COUNT
                 DISPLAY "GEN-CHECK: answered plus computed exceeds"
                    " the detail records"
              END-IF
           END-IF.
           IF WS-FAIL-COUNT IS EQUAL TO 0
              DISPLAY "GEN-CHECK: generation certified complete."
