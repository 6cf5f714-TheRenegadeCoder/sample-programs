      * Parameter area for the BAK-RENDER call: the caller sets the
      * size and fill character, BAK-RENDER hands back the drawn
      * rows of a BAKLIB pattern (BAKLIB.CPY) one per entry. A
      * pattern whose rules run past 200 rows is cut off
      * there and BR-TRUNCATED is set, so the caller can say so
      * instead of printing a partial shape without comment.
          01 BAK-RENDER-AREA.
            03 BR-SIZE                PIC S9(2).
            03 BR-FILL                PIC X(1).
            03 BR-ROW-COUNT           PIC 9(3).
            03 BR-TRUNC-SW            PIC X(1).
              88 BR-TRUNCATED             VALUE "Y".
            03 BR-ROW OCCURS 200 TIMES PIC X(100).
