      * Shared COMPUTE-AUDIT-CHAIN paragraph, copied into the
      * PROCEDURE DIVISION of AUDIT-LOG, which stamps AU-CHAIN on
      * every record it writes, and AUDIT-VFY, which recomputes it
      * to prove the trail has not been altered - the two must run
      * the identical arithmetic or every link would read broken.
      * The copying program declares WS-CHAIN-TEXT PIC X(132) (the
      * record's first 132 bytes: everything up to and including
      * AU-SEQ), WS-CHAIN-VALUE PIC 9(9) (the previous record's
      * AU-CHAIN going in, zero for the first record of a trail;
      * this record's check value coming out) and WS-CHAIN-IDX
      * PIC 9(3).
      *
      * Each byte is folded into the running value as a base-256
      * digit, modulo the prime 999999937, so a changed, inserted or
      * removed byte anywhere on the record - or a change anywhere
      * earlier on the trail - carries through to every value that
      * follows it.
          COMPUTE-AUDIT-CHAIN.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                    UNTIL WS-CHAIN-IDX > 132
              COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 WS-CHAIN-VALUE * 256
                 + FUNCTION ORD(WS-CHAIN-TEXT (WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM.
