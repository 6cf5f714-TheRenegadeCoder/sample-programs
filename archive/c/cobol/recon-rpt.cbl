      * each called out by name rather than driven off a generic list.
          01 WS-FACT-OK              PIC 9(5) VALUE 0.
          01 WS-FACT-FAIL            PIC 9(5) VALUE 0.
          01 WS-FDEC-OK              PIC 9(5) VALUE 0.
          01 WS-FDEC-FAIL            PIC 9(5) VALUE 0.
          01 WS-EVEN-OK              PIC 9(5) VALUE 0.
          01 WS-EVEN-FAIL            PIC 9(5) VALUE 0.
          01 WS-PRIME-OK             PIC 9(5) VALUE 0.
      * (for PRIME-NUMBER and EVEN-ODD) by the result breakdown.
      * Pass/fail is the AU-OUTCOME code AUDIT-LOG stamped when the
      * record was written - one field test, not a marker scrape.
      * A test record (see RUNMODE.CPY) is not production activity
      * and is passed over.
          PROCESS-ONE-LINE.
           IF AU-TEST-RECORD
              EXIT PARAGRAPH.
           MOVE AU-TIMESTAMP (1:8) TO WS-CUR-DATE.
           PERFORM FIND-OR-ADD-DAY.
           IF AU-LINE-OK
              ADD 1 TO WS-DAY-FAIL (WS-DAY-IDX)
           END-IF.

      * FACTORIAL's DECOMP runs name their mode at the front of the
      * audit input and are counted apart from plain factorials.
           IF AU-PROGRAM IS EQUAL TO "FACTORIAL"
                 AND AU-INPUT (1:7) IS EQUAL TO "DECOMP " THEN
              IF LINE-OK
                 ADD 1 TO WS-FDEC-OK
              ELSE
                 ADD 1 TO WS-FDEC-FAIL
              END-IF
           ELSE IF AU-PROGRAM IS EQUAL TO "FACTORIAL" THEN
              IF LINE-OK
                 ADD 1 TO WS-FACT-OK
              ELSE
           MOVE WS-FACT-OK TO WS-RPT-OK.
           MOVE WS-FACT-FAIL TO WS-RPT-FAIL.
           PERFORM REPORT-PROGRAM-LINE.
           MOVE "FACT DECOMP " TO WS-RPT-NAME.
           MOVE WS-FDEC-OK TO WS-RPT-OK.
           MOVE WS-FDEC-FAIL TO WS-RPT-FAIL.
           PERFORM REPORT-PROGRAM-LINE.
           MOVE "EVEN-ODD    " TO WS-RPT-NAME.
           MOVE WS-EVEN-OK TO WS-RPT-OK.
           MOVE WS-EVEN-FAIL TO WS-RPT-FAIL.
