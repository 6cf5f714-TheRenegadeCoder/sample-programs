          01 WS-GOT-DETAIL-SW        PIC X.
            88 GOT-A-DETAIL              VALUE "Y".
          01 WS-MERGED-COUNT         PIC 9(7) VALUE 0.
          01 WS-MERGED-SPLIT-SW      PIC X VALUE "N".
            88 MERGED-HAS-SPLIT          VALUE "Y".
          01 WS-MERGED-ANSWERED      PIC 9(7) VALUE 0.
          01 WS-MERGED-COMPUTED      PIC 9(7) VALUE 0.
          01 WS-SUM-OF-STREAMS       PIC 9(15) VALUE 0.
          01 WS-MISMATCH-COUNT       PIC 9(3) VALUE 0.
          01 WS-IDX                  PIC 9(1).
                    WHEN "*HDR*"
                       CONTINUE
                    WHEN "*TRL*"
                       MOVE WS-DETAIL-REC (1:46) TO GEN-TRL-REC
                       PERFORM ADD-STREAM-SPLIT
                       MOVE GT-COUNT
                          TO WS-STRM-TRL-CNT (WS-CUR-STREAM)
                       MOVE GT-SUM
                       WHEN "*HDR*"
                          CONTINUE
                       WHEN "*TRL*"
                          MOVE WS-DETAIL-REC (1:46) TO GEN-TRL-REC
                          PERFORM ADD-STREAM-SPLIT
                          MOVE GT-COUNT
                             TO WS-STRM-TRL-CNT (WS-CUR-STREAM)
                          MOVE GT-SUM
           MOVE "*TRL*" TO GT-TAG.
           MOVE WS-MERGED-COUNT TO GT-COUNT.
           MOVE SC-SUM TO GT-SUM.
           IF MERGED-HAS-SPLIT
              MOVE WS-MERGED-ANSWERED TO GT-ANSWERED
              MOVE WS-MERGED-COMPUTED TO GT-COMPUTED
           END-IF.
           WRITE FACT-OUT-REC FROM GEN-TRL-REC.

      * A stream trailer carrying the answered-from-file / computed
      * split adds it into the merged generation's trailer.
          ADD-STREAM-SPLIT.
           IF GT-ANSWERED IS NUMERIC AND GT-COMPUTED IS NUMERIC
              MOVE "Y" TO WS-MERGED-SPLIT-SW
              ADD GT-ANSWERED TO WS-MERGED-ANSWERED
              ADD GT-COMPUTED TO WS-MERGED-COMPUTED
           END-IF.

      * One audit line per run, the usual per-batch convention.
          WRITE-RUN-SUMMARY.
           MOVE "FACT-MERGE" TO WS-AUDIT-PROGRAM.
