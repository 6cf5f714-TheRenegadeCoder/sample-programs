      * so - AUDIT-LOG already folded the markers and the run's
      * RETURN-CODE into that one byte when it wrote the record, so
      * the per-run summary programs (PRE-EDIT, GCD-LCM batch) are
      * caught the same way as the marker-wording ones. A test record
      * (see RUNMODE.CPY) is not production activity and is passed
      * over.
          TALLY-ONE-AUDIT-LINE.
           IF AU-TIMESTAMP (1:8) IS NOT EQUAL TO WS-TODAY
                 OR AU-TEST-RECORD
              CONTINUE
           ELSE
              PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
