           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

      * A test record (see RUNMODE.CPY) is not production activity
      * and is passed over.
          TAKE-ONE-STATS-RECORD.
           IF RS-START (1:8) IS NOT EQUAL TO WS-TODAY
                 OR RS-TEST-RECORD
              EXIT PARAGRAPH.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                    UNTIL WS-BAL-IDX > 5

          TAKE-ONE-AUDIT-RECORD.
           IF AU-TIMESTAMP (1:8) IS NOT EQUAL TO WS-TODAY
                 OR AU-TEST-RECORD
              EXIT PARAGRAPH.
           PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
                    UNTIL WS-BAL-IDX > 5
