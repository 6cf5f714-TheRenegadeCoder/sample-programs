          SELECT BAK-OUT-FILE ASSIGN TO "BAKOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAKOUT-STATUS.
          SELECT BAK-LIB-FILE ASSIGN TO "BAKLIB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS BL-NAME
              FILE STATUS IS WS-BAKLIB-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD BAK-CTL-FILE.
          FD BAK-OUT-FILE.
          01 BAK-OUT-REC                PIC X(100).

          FD BAK-LIB-FILE.
          COPY BAKLIB.

        WORKING-STORAGE SECTION.
          01 BAKLAVA-VARIABLES.
            03 NUM            PIC S9(2).
      * keyword at all) draws the DIAMOND as always. The shape in
      * force is named in the audit entry and the page banner so
      * runs can be told apart afterward.
          01 WS-SHAPE          PIC X(10).
          01 WS-SHAPE-TOKEN    PIC X(10).

      * Any other shape token is looked up by name in the BAKLIB
      * pattern library (BAKLIB.CPY) that BAK-MAINT keeps, and drawn
      * by BAK-RENDER from its row rules; the entry's version goes
      * into the audit entry and the banner beside the name. The
      * library is opened on the first lookup and left open for the
      * rest of the run; if it cannot be opened at all, every
      * lookup falls back to the diamond as an unknown shape does.
          01 WS-BAKLIB-STATUS  PIC XX.
          01 WS-LIB-STATE-SW   PIC X VALUE "C".
            88 LIBRARY-CLOSED      VALUE "C".
            88 LIBRARY-OPEN        VALUE "O".
            88 LIBRARY-UNAVAILABLE VALUE "U".
          01 WS-LIB-SHAPE-SW   PIC X VALUE "N".
            88 LIBRARY-SHAPE       VALUE "Y".
          01 WS-LIB-VERSION    PIC 9(4) VALUE 0.
          01 WS-LIB-ROW-IDX    PIC 9(3).
          01 WS-BUSY-TRY-CNT   PIC 9(2).
          01 WS-TEXT-PTR       PIC 9(3).
          COPY BAKRND.

      * Fourth control-file token: the requesting department. The
      * batch stream is written in requestor groups, each opened by
      * a full banner page naming the requestor, so the print room

            IF CMD-ARGS (1:5) = "BATCH" THEN
               PERFORM BATCH-MODE
               PERFORM CLOSE-LIBRARY
               MOVE RC-SUCCESS TO RETURN-CODE
               STOP RUN.


            PERFORM DRAW-PATTERN.
            PERFORM WRITE-PATTERN-AUDIT.
            PERFORM CLOSE-LIBRARY.
            MOVE RC-SUCCESS TO RETURN-CODE.
            STOP RUN.

      * control-file entry; an unrecognized keyword falls back to
      * the classic diamond with a warning rather than failing the
      * run, the same forgiving way a bad size token already falls
      * back to the shop default. The built-in names win over a
      * library entry of the same name.
        READ-SHAPE-KEYWORD.
            MOVE "N" TO WS-LIB-SHAPE-SW.
            IF WS-SHAPE-TOKEN IS EQUAL TO SPACES
               CONTINUE
            ELSE IF WS-SHAPE-TOKEN IS EQUAL TO "DIAMOND" OR "TRIANGLE"
                  OR "HOURGLASS" OR "HOLLOW" OR "CHECKER"
               MOVE WS-SHAPE-TOKEN TO WS-SHAPE
            ELSE
               PERFORM FIND-LIBRARY-PATTERN
               IF LIBRARY-SHAPE
                  MOVE WS-SHAPE-TOKEN TO WS-SHAPE
               ELSE
                  DISPLAY "Unknown shape "
                     FUNCTION TRIM(WS-SHAPE-TOKEN)
                     ", drawing DIAMOND"
               END-IF
            END-IF.

      * Keyed read of the pattern library; the record stays in the
      * file area until DRAW-LIBRARY-PATTERN hands it to BAK-RENDER.
        FIND-LIBRARY-PATTERN.
            IF LIBRARY-CLOSED
               PERFORM OPEN-LIBRARY
            END-IF.
            IF NOT LIBRARY-OPEN
               EXIT PARAGRAPH
            END-IF.
            MOVE WS-SHAPE-TOKEN TO BL-NAME.
            READ BAK-LIB-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                  MOVE "Y" TO WS-LIB-SHAPE-SW
                  MOVE BL-VERSION TO WS-LIB-VERSION
            END-READ.

        OPEN-LIBRARY.
            OPEN INPUT BAK-LIB-FILE.
            MOVE 0 TO WS-BUSY-TRY-CNT.
            PERFORM UNTIL (WS-BAKLIB-STATUS IS NOT EQUAL TO "93"
                     AND "99")
                  OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
               ADD 1 TO WS-BUSY-TRY-CNT
               CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
               OPEN INPUT BAK-LIB-FILE
            END-PERFORM.
            IF WS-BAKLIB-STATUS IS EQUAL TO "00"
               MOVE "O" TO WS-LIB-STATE-SW
            ELSE
               MOVE "U" TO WS-LIB-STATE-SW
               DISPLAY "Warning: BAKLIB not available (status "
                  WS-BAKLIB-STATUS "), library shapes not drawn"
            END-IF.

        CLOSE-LIBRARY.
            IF LIBRARY-OPEN
               CLOSE BAK-LIB-FILE
               MOVE "C" TO WS-LIB-STATE-SW
            END-IF.

      * Size and fill character used to be hardwired (20 wide,
               WHEN "CHECKER"
                  PERFORM DRAW-CHECKER
               WHEN OTHER
                  IF LIBRARY-SHAPE
                     PERFORM DRAW-LIBRARY-PATTERN
                  ELSE
                     PERFORM DRAW-DIAMOND
                  END-IF
            END-EVALUATE.

      * A library shape is drawn by BAK-RENDER into a table of rows,
      * which then go out through EMIT-LINE like any built-in row.
        DRAW-LIBRARY-PATTERN.
            MOVE PATTERN-SIZE TO BR-SIZE.
            MOVE FILL-CHAR TO BR-FILL.
            CALL "BAK-RENDER" USING BAK-LIB-REC BAK-RENDER-AREA
            END-CALL.
            PERFORM VARYING WS-LIB-ROW-IDX FROM 1 BY 1
                     UNTIL WS-LIB-ROW-IDX > BR-ROW-COUNT
                MOVE BR-ROW (WS-LIB-ROW-IDX) TO WS-LINE-BUFFER
                PERFORM EMIT-LINE
            END-PERFORM.
            IF BR-TRUNCATED
               DISPLAY "Warning: shape " FUNCTION TRIM(WS-SHAPE)
                  " cut off at 200 rows"
            END-IF.

        DRAW-DIAMOND.
            PERFORM VARYING NUM FROM 0 BY 1 UNTIL NUM > 2 * PATTERN-SIZE
                MOVE SPACES TO WS-LINE-BUFFER
      * spaces, and AUDIT-LOG's own WRITE then fails on the line built
      * from that unclean value.
            MOVE SPACES TO WS-AUDIT-INPUT.
            MOVE 1 TO WS-TEXT-PTR.
            STRING "size=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SIZE-EDIT) DELIMITED BY SIZE
                 " fill=" DELIMITED BY SIZE
                 FILL-CHAR DELIMITED BY SIZE
                 " shape=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SHAPE) DELIMITED BY SIZE
                 INTO WS-AUDIT-INPUT WITH POINTER WS-TEXT-PTR
            END-STRING.
            IF LIBRARY-SHAPE
               STRING " v" DELIMITED BY SIZE
                    WS-LIB-VERSION DELIMITED BY SIZE
                    INTO WS-AUDIT-INPUT WITH POINTER WS-TEXT-PTR
               END-STRING
            END-IF.
            MOVE "pattern drawn" TO WS-AUDIT-RESULT.
            CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
               WS-AUDIT-RESULT

            MOVE SPACES TO WS-HDR-REC.
            MOVE PATTERN-SIZE TO WS-SIZE-EDIT.
            MOVE 1 TO WS-TEXT-PTR.
            STRING "PARAMETERS: SIZE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SIZE-EDIT) DELIMITED BY SIZE
                 "  FILL=" DELIMITED BY SIZE
                 FILL-CHAR DELIMITED BY SIZE
                 "  SHAPE=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SHAPE) DELIMITED BY SIZE
                 INTO WS-HDR-REC WITH POINTER WS-TEXT-PTR
            END-STRING.
            IF LIBRARY-SHAPE
               STRING " V" DELIMITED BY SIZE
                    WS-LIB-VERSION DELIMITED BY SIZE
                    INTO WS-HDR-REC WITH POINTER WS-TEXT-PTR
               END-STRING
            END-IF.
            PERFORM EMIT-HEADER-LINE.

            MOVE ALL "=" TO WS-HDR-REC.
