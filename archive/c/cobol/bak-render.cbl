        IDENTIFICATION DIVISION.
        PROGRAM-ID. BAK-RENDER.

      * Draws one BAKLIB library pattern (BAKLIB.CPY) at the size and
      * fill character set in the BAKRND.CPY area, handing the rows
      * back to the caller rather than printing them. BAKLAVA prints
      * what comes back as a live pattern; BAK-MAINT prints it as a
      * test render before a definition is stored, so a shape is
      * drawn by the same rules in both places.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
          01 WS-BAND-IDX             PIC 9(2).
          01 WS-RUN-IDX              PIC 9(1).
          01 WS-BAND-ROWS            PIC S9(5).
          01 WS-BAND-ROW             PIC S9(5).
          01 WS-RULE-VALUE           PIC S9(5).
          01 WS-REPEAT-CNT           PIC S9(5).
          01 WS-REPEAT-CHAR          PIC X(1).
          01 WS-LINE-BUFFER          PIC X(100).
          01 WS-LINE-PTR             PIC 9(3).

        LINKAGE SECTION.
          COPY BAKLIB.
          COPY BAKRND.

        PROCEDURE DIVISION USING BAK-LIB-REC BAK-RENDER-AREA.
           MOVE 0 TO BR-ROW-COUNT.
           MOVE "N" TO BR-TRUNC-SW.
           IF BL-BAND-COUNT > 8
              MOVE 8 TO BL-BAND-COUNT
           END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > BL-BAND-COUNT
                       OR BR-TRUNCATED
              PERFORM RENDER-ONE-BAND
           END-PERFORM.
           GOBACK.

      * A band's row count is its rule with no row term; each row
      * then gets its leading blanks and its runs worked out from
      * the row's place in the band.
          RENDER-ONE-BAND.
           COMPUTE WS-BAND-ROWS = BL-ROWS-K (WS-BAND-IDX) * BR-SIZE
              + BL-ROWS-C (WS-BAND-IDX).
           PERFORM VARYING WS-BAND-ROW FROM 0 BY 1
                    UNTIL WS-BAND-ROW NOT LESS THAN WS-BAND-ROWS
                       OR BR-TRUNCATED
              IF BR-ROW-COUNT NOT LESS THAN 200
                 MOVE "Y" TO BR-TRUNC-SW
              ELSE
                 PERFORM RENDER-ONE-ROW
              END-IF
           END-PERFORM.

          RENDER-ONE-ROW.
           MOVE SPACES TO WS-LINE-BUFFER.
           MOVE 1 TO WS-LINE-PTR.
           COMPUTE WS-RULE-VALUE = BL-LEAD-K (WS-BAND-IDX) * BR-SIZE
              + BL-LEAD-C (WS-BAND-IDX)
              + BL-LEAD-R (WS-BAND-IDX) * WS-BAND-ROW.
           MOVE " " TO WS-REPEAT-CHAR.
           MOVE WS-RULE-VALUE TO WS-REPEAT-CNT.
           PERFORM APPEND-REPEAT-STRING.
           IF BL-RUN-COUNT (WS-BAND-IDX) > 4
              MOVE 4 TO BL-RUN-COUNT (WS-BAND-IDX)
           END-IF.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                    UNTIL WS-RUN-IDX > BL-RUN-COUNT (WS-BAND-IDX)
              COMPUTE WS-REPEAT-CNT =
                 BL-RUN-K (WS-BAND-IDX WS-RUN-IDX) * BR-SIZE
                 + BL-RUN-C (WS-BAND-IDX WS-RUN-IDX)
                 + BL-RUN-R (WS-BAND-IDX WS-RUN-IDX) * WS-BAND-ROW
              IF BL-RUN-KIND (WS-BAND-IDX WS-RUN-IDX) IS EQUAL TO "F"
                 MOVE BR-FILL TO WS-REPEAT-CHAR
              ELSE
                 MOVE " " TO WS-REPEAT-CHAR
              END-IF
              PERFORM APPEND-REPEAT-STRING
           END-PERFORM.
           ADD 1 TO BR-ROW-COUNT.
           MOVE WS-LINE-BUFFER TO BR-ROW (BR-ROW-COUNT).

      * A rule that works out below zero draws nothing, and the row
      * stops at the end of the 100-column line rather than running
      * the pointer off it.
          APPEND-REPEAT-STRING.
           IF WS-REPEAT-CNT < 0
              MOVE 0 TO WS-REPEAT-CNT
           END-IF.
           PERFORM WS-REPEAT-CNT TIMES
              IF WS-LINE-PTR > 100
                 EXIT PERFORM
              END-IF
              STRING WS-REPEAT-CHAR DELIMITED BY SIZE
                 INTO WS-LINE-BUFFER WITH POINTER WS-LINE-PTR
              END-STRING
           END-PERFORM.
