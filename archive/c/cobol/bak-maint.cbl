        IDENTIFICATION DIVISION.
        PROGRAM-ID. BAK-MAINT.

      * Maintenance utility for the BAKLIB pattern library that
      * BAKLAVA draws its user-defined shapes from (record layout and
      * row-rule scheme in BAKLIB.CPY). Five command-line modes:
      *   ADD              - stores every definition in the BAKLDEF
      *                      deck as a new entry at version 1; a
      *                      name already in the library is refused;
      *   REPLACE          - stores every deck definition over the
      *                      entry of the same name, one version up;
      *                      a name not yet in the library is refused;
      *   LIST             - every entry in name order with its
      *                      version, when and by whom it was stored,
      *                      band count and description;
      *   DELETE <name>    - removes one entry;
      *   TEST [<size>]    - draws every deck definition through
      *                      BAK-RENDER, exactly as BAKLAVA would, at
      *                      the given size (the shop's CFG-BAKLAVA-SIZE
      *                      if none) without touching the library, so
      *                      a shape is seen before it goes live.
      * The BAKLDEF deck is one definition after another, "*" lines
      * being comments:
      *   PATTERN <name> <description>
      *   BAND <rows-k> <rows-c> <lead-k> <lead-c> <lead-r>
      *   RUN <F|B> <k> <c> <r>       (up to four per band)
      *   END
      * with up to eight BANDs per pattern. A definition with a bad
      * line is reported and skipped, the rest of the deck still
      * goes in, and the run ends RC 8.
      * The changing modes (ADD, REPLACE, DELETE) go through the
      * shared OPER-AUTH gate, and each change is stamped onto
      * AUDITLOG with the entry's name and new version - the same
      * version BAKLAVA names when it prints the shape.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT BAK-LIB-FILE ASSIGN TO "BAKLIB"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BL-NAME
              FILE STATUS IS WS-BAKLIB-STATUS.
          SELECT BAK-DEF-FILE ASSIGN TO "BAKLDEF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BAKLDEF-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD BAK-LIB-FILE.
          COPY BAKLIB.

          FD BAK-DEF-FILE.
          01 BAK-DEF-REC             PIC X(80).

        WORKING-STORAGE SECTION.
          01 WS-BAKLIB-STATUS        PIC XX.
          01 WS-BAKLDEF-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
          01 WS-MODE-TOKEN           PIC X(10).
          01 WS-NAME-TOKEN           PIC X(10).
          01 WS-NUM-TOKEN            PIC X(38).
          01 WS-OPER-ID              PIC X(8).
          01 WS-BUSY-TRY-CNT         PIC 9(2).
          01 WS-AUTH-MODE            PIC X(10).
          01 WS-AUTH-DECISION        PIC X(1).
          01 WS-TIMESTAMP            PIC X(21).

      * One deck line broken into its verb and up to five operands;
      * the PATTERN line's description is whatever follows the name.
          01 WS-DEF-LINE             PIC X(80).
          01 WS-DEF-LINE-NO          PIC 9(5) VALUE 0.
          01 WS-DEF-PTR              PIC 9(3).
          01 WS-DEF-VERB             PIC X(10).
          01 WS-DEF-TOKENS.
            03 WS-DEF-TOK OCCURS 5 TIMES PIC X(10).
          01 WS-TOK-IDX              PIC 9(1).
          01 WS-COEFF-VALUE          PIC S9(5).
          01 WS-COEFF-LIMIT          PIC 9(3).

      * State of the definition being gathered: open between its
      * PATTERN and END lines, bad from its first faulty line on
      * (the first fault is the one reported).
          01 WS-DEF-OPEN-SW          PIC X VALUE "N".
            88 DEFINITION-OPEN           VALUE "Y".
          01 WS-DEF-BAD-SW           PIC X VALUE "N".
            88 DEFINITION-BAD            VALUE "Y".
          01 WS-DEF-REASON           PIC X(40).
          01 WS-DEF-NAME             PIC X(10).
          01 WS-BAND-IDX             PIC 9(2).
          01 WS-RUN-IDX              PIC 9(1).
          01 WS-DEF-SAVE             PIC X(428).
          01 WS-OLD-VERSION          PIC 9(4).

          01 WS-STORED-COUNT         PIC 9(5) VALUE 0.
          01 WS-REJECT-COUNT         PIC 9(5) VALUE 0.
          01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(4)9.
          01 WS-COUNT-EDIT2          PIC Z(4)9.
          01 WS-LINE-EDIT            PIC Z(4)9.
          01 WS-SIZE-EDIT            PIC -9.
          01 WS-ROW-IDX              PIC 9(3).
          01 WS-MSG-LINE             PIC X(100).

          COPY BAKRND.
          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-OPER-ID FROM ENVIRONMENT "NUMOPER".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE "BAK-MAINT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           IF WS-OPER-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO WS-OPER-ID
           END-IF.
           UNSTRING CMD-ARGS DELIMITED BY SPACE
              INTO WS-MODE-TOKEN WS-NAME-TOKEN
           END-UNSTRING.
           MOVE CFG-BAKLAVA-SIZE TO BR-SIZE.
           MOVE CFG-BAKLAVA-FILL TO BR-FILL.
           EVALUATE WS-MODE-TOKEN
              WHEN "ADD"
                 PERFORM CHECK-AUTHORITY
                 PERFORM DECK-MODE
              WHEN "REPLACE"
                 PERFORM CHECK-AUTHORITY
                 PERFORM DECK-MODE
              WHEN "TEST"
                 PERFORM READ-TEST-SIZE
                 PERFORM DECK-MODE
              WHEN "LIST"
                 PERFORM LIST-MODE
              WHEN "DELETE"
                 PERFORM CHECK-AUTHORITY
                 PERFORM DELETE-MODE
              WHEN OTHER
                 PERFORM USAGE-ERROR
           END-EVALUATE.
           STOP RUN.

          USAGE-ERROR.
           DISPLAY "Usage: bak-maint ADD | REPLACE | LIST"
              " | DELETE <name> | TEST [<size>]".
           MOVE "INVALID PARAMETERS" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

      * Only the modes that change the library need a credential;
      * LIST and TEST stay open, as CACHE-MAINT's STATS and VERIFY
      * do. OPER-AUTH stamps the operator and the decision into
      * AUDITLOG either way.
          CHECK-AUTHORITY.
           MOVE WS-MODE-TOKEN TO WS-AUTH-MODE.
           CALL "OPER-AUTH" USING WS-AUDIT-PROGRAM WS-AUTH-MODE
              WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY FUNCTION TRIM(WS-MODE-TOKEN)
                 " denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

      * The test size is checked the way BAKLAVA bounds its own: a
      * positive radius no wider than 49.
          READ-TEST-SIZE.
           IF WS-NAME-TOKEN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 49 TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-NAME-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK OR WS-VALIDATE-DECIMAL < 1
              PERFORM USAGE-ERROR
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO BR-SIZE.

      * ADD, REPLACE and TEST all read the definition deck; only the
      * first two open the library, and only for update.
          DECK-MODE.
           OPEN INPUT BAK-DEF-FILE.
           IF WS-BAKLDEF-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No BAKLDEF definition deck to read."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           IF WS-MODE-TOKEN IS NOT EQUAL TO "TEST"
              PERFORM OPEN-LIBRARY-IO
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ BAK-DEF-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM PROCESS-DEF-LINE
              END-READ
           END-PERFORM.
           IF DEFINITION-OPEN
              MOVE "deck ends before END" TO WS-DEF-REASON
              PERFORM REJECT-DEFINITION
           END-IF.
           CLOSE BAK-DEF-FILE.
           IF WS-MODE-TOKEN IS NOT EQUAL TO "TEST"
              CLOSE BAK-LIB-FILE
           END-IF.
           MOVE WS-STORED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-MODE-TOKEN IS EQUAL TO "TEST"
              DISPLAY "Definitions drawn:    "
                 FUNCTION TRIM(WS-COUNT-EDIT)
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " drawn, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " rejected" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           ELSE
              DISPLAY "Definitions stored:   "
                 FUNCTION TRIM(WS-COUNT-EDIT)
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " stored, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " rejected" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF.
           DISPLAY "Definitions rejected: "
              FUNCTION TRIM(WS-COUNT-EDIT2).
           IF WS-REJECT-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           ELSE
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           PERFORM WRITE-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.

      * ADD may be the first thing ever stored, so a missing library
      * is created empty; the busy retry is the same one every
      * indexed open in the shop makes.
          OPEN-LIBRARY-IO.
           OPEN I-O BAK-LIB-FILE.
           IF WS-BAKLIB-STATUS IS EQUAL TO "35"
                 AND WS-MODE-TOKEN IS EQUAL TO "ADD"
              OPEN OUTPUT BAK-LIB-FILE
              CLOSE BAK-LIB-FILE
              OPEN I-O BAK-LIB-FILE
           END-IF.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-BAKLIB-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN I-O BAK-LIB-FILE
           END-PERFORM.
           IF WS-BAKLIB-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No pattern library to work on (status "
                 WS-BAKLIB-STATUS ")."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

          OPEN-LIBRARY-INPUT.
           OPEN INPUT BAK-LIB-FILE.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-BAKLIB-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN INPUT BAK-LIB-FILE
           END-PERFORM.
           IF WS-BAKLIB-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No pattern library to work on (status "
                 WS-BAKLIB-STATUS ")."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

      * One deck line. Blank and "*" lines are skipped; the verb
      * decides what the operands fill in.
          PROCESS-DEF-LINE.
           ADD 1 TO WS-DEF-LINE-NO.
           MOVE FUNCTION TRIM(BAK-DEF-REC, LEADING) TO WS-DEF-LINE.
           IF WS-DEF-LINE IS EQUAL TO SPACES
                 OR WS-DEF-LINE (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-DEF-VERB WS-DEF-TOKENS.
           MOVE 1 TO WS-DEF-PTR.
           UNSTRING WS-DEF-LINE DELIMITED BY ALL SPACE
              INTO WS-DEF-VERB WS-DEF-TOK (1)
              WITH POINTER WS-DEF-PTR
           END-UNSTRING.
           IF WS-DEF-VERB IS EQUAL TO "PATTERN"
              PERFORM START-DEFINITION
              EXIT PARAGRAPH
           END-IF.
           UNSTRING WS-DEF-LINE DELIMITED BY ALL SPACE
              INTO WS-DEF-VERB WS-DEF-TOK (1) WS-DEF-TOK (2)
                   WS-DEF-TOK (3) WS-DEF-TOK (4) WS-DEF-TOK (5)
           END-UNSTRING.
           IF NOT DEFINITION-OPEN
              MOVE WS-DEF-LINE-NO TO WS-LINE-EDIT
              DISPLAY "Line " FUNCTION TRIM(WS-LINE-EDIT)
                 ": " FUNCTION TRIM(WS-DEF-VERB)
                 " outside a PATTERN ... END definition, ignored"
              ADD 1 TO WS-REJECT-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF DEFINITION-BAD AND WS-DEF-VERB IS NOT EQUAL TO "END"
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-DEF-VERB
              WHEN "BAND"
                 PERFORM ADD-DEF-BAND
              WHEN "RUN"
                 PERFORM ADD-DEF-RUN
              WHEN "END"
                 PERFORM END-DEFINITION
              WHEN OTHER
                 MOVE "unknown line verb" TO WS-DEF-REASON
                 PERFORM MARK-DEFINITION-BAD
           END-EVALUATE.

      * A PATTERN line while another definition is still open means
      * that one lost its END; it is rejected and the new one begins.
          START-DEFINITION.
           IF DEFINITION-OPEN
              MOVE "no END before next PATTERN" TO WS-DEF-REASON
              PERFORM REJECT-DEFINITION
           END-IF.
           INITIALIZE BAK-LIB-REC.
           MOVE "Y" TO WS-DEF-OPEN-SW.
           MOVE "N" TO WS-DEF-BAD-SW.
           MOVE SPACES TO WS-DEF-REASON.
           MOVE WS-DEF-TOK (1) TO WS-DEF-NAME BL-NAME.
           IF WS-DEF-PTR NOT > 80
              MOVE WS-DEF-LINE (WS-DEF-PTR:) TO BL-DESCRIPTION
           END-IF.
           IF WS-DEF-NAME IS EQUAL TO SPACES
              MOVE "PATTERN line has no name" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
           ELSE IF WS-DEF-NAME IS EQUAL TO "DIAMOND" OR "TRIANGLE"
                 OR "HOURGLASS" OR "HOLLOW" OR "CHECKER"
              MOVE "name of a built-in shape" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
           END-IF.

          ADD-DEF-BAND.
           IF BL-BAND-COUNT NOT LESS THAN 8
              MOVE "more than 8 BAND lines" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BL-BAND-COUNT.
           MOVE BL-BAND-COUNT TO WS-BAND-IDX.
           MOVE 0 TO BL-RUN-COUNT (WS-BAND-IDX).
           MOVE 1 TO WS-TOK-IDX.
           PERFORM PARSE-SIZE-COEFF.
           MOVE WS-COEFF-VALUE TO BL-ROWS-K (WS-BAND-IDX).
           MOVE 2 TO WS-TOK-IDX.
           PERFORM PARSE-CONSTANT.
           MOVE WS-COEFF-VALUE TO BL-ROWS-C (WS-BAND-IDX).
           MOVE 3 TO WS-TOK-IDX.
           PERFORM PARSE-SIZE-COEFF.
           MOVE WS-COEFF-VALUE TO BL-LEAD-K (WS-BAND-IDX).
           MOVE 4 TO WS-TOK-IDX.
           PERFORM PARSE-CONSTANT.
           MOVE WS-COEFF-VALUE TO BL-LEAD-C (WS-BAND-IDX).
           MOVE 5 TO WS-TOK-IDX.
           PERFORM PARSE-SIZE-COEFF.
           MOVE WS-COEFF-VALUE TO BL-LEAD-R (WS-BAND-IDX).

          ADD-DEF-RUN.
           IF BL-BAND-COUNT IS EQUAL TO 0
              MOVE "RUN line before any BAND" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           MOVE BL-BAND-COUNT TO WS-BAND-IDX.
           IF BL-RUN-COUNT (WS-BAND-IDX) NOT LESS THAN 4
              MOVE "more than 4 RUN lines in a band" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           IF WS-DEF-TOK (1) IS NOT EQUAL TO "F" AND "B"
              MOVE "RUN kind must be F or B" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BL-RUN-COUNT (WS-BAND-IDX).
           MOVE BL-RUN-COUNT (WS-BAND-IDX) TO WS-RUN-IDX.
           MOVE WS-DEF-TOK (1) TO BL-RUN-KIND (WS-BAND-IDX WS-RUN-IDX).
           MOVE 2 TO WS-TOK-IDX.
           PERFORM PARSE-SIZE-COEFF.
           MOVE WS-COEFF-VALUE TO BL-RUN-K (WS-BAND-IDX WS-RUN-IDX).
           MOVE 3 TO WS-TOK-IDX.
           PERFORM PARSE-CONSTANT.
           MOVE WS-COEFF-VALUE TO BL-RUN-C (WS-BAND-IDX WS-RUN-IDX).
           MOVE 4 TO WS-TOK-IDX.
           PERFORM PARSE-SIZE-COEFF.
           MOVE WS-COEFF-VALUE TO BL-RUN-R (WS-BAND-IDX WS-RUN-IDX).

      * The multipliers of PATTERN-SIZE and of the row number are
      * two-digit signed fields, the constants three-digit; a token
      * that is missing, not a whole number, or too wide for its
      * field spoils the definition.
          PARSE-SIZE-COEFF.
           MOVE 99 TO WS-COEFF-LIMIT.
           PERFORM PARSE-COEFF-TOKEN.

          PARSE-CONSTANT.
           MOVE 999 TO WS-COEFF-LIMIT.
           PERFORM PARSE-COEFF-TOKEN.

          PARSE-COEFF-TOKEN.
           MOVE 0 TO WS-COEFF-VALUE.
           IF WS-DEF-TOK (WS-TOK-IDX) IS EQUAL TO SPACES
              MOVE "missing operand" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL (WS-DEF-TOK (WS-TOK-IDX)) > 0
              MOVE "operand not numeric" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL (WS-DEF-TOK (WS-TOK-IDX))
                 > WS-COEFF-LIMIT
              OR FUNCTION NUMVAL (WS-DEF-TOK (WS-TOK-IDX))
                 < 0 - WS-COEFF-LIMIT
              MOVE "operand out of range" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-COEFF-VALUE =
              FUNCTION NUMVAL (WS-DEF-TOK (WS-TOK-IDX)).
           IF WS-COEFF-VALUE IS NOT EQUAL TO
                 FUNCTION NUMVAL (WS-DEF-TOK (WS-TOK-IDX))
              MOVE "operand not a whole number" TO WS-DEF-REASON
              PERFORM MARK-DEFINITION-BAD
           END-IF.

          MARK-DEFINITION-BAD.
           IF NOT DEFINITION-BAD
              MOVE "Y" TO WS-DEF-BAD-SW
              MOVE WS-DEF-LINE-NO TO WS-LINE-EDIT
              MOVE SPACES TO WS-MSG-LINE
              STRING FUNCTION TRIM(WS-DEF-REASON) DELIMITED BY SIZE
                   " (line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-MSG-LINE
              END-STRING
              MOVE WS-MSG-LINE TO WS-DEF-REASON
           END-IF.

      * A complete definition is drawn first, at the size in force,
      * whatever the mode: TEST shows the drawing, ADD and REPLACE
      * refuse a shape that would be cut off at the shop's own
      * pattern size before it ever reaches BAKLAVA.
          END-DEFINITION.
           MOVE "N" TO WS-DEF-OPEN-SW.
           IF DEFINITION-BAD
              PERFORM REJECT-DEFINITION
              EXIT PARAGRAPH
           END-IF.
           IF BL-BAND-COUNT IS EQUAL TO 0
              MOVE "no BAND lines" TO WS-DEF-REASON
              PERFORM REJECT-DEFINITION
              EXIT PARAGRAPH
           END-IF.
           MOVE BAK-LIB-REC TO WS-DEF-SAVE.
           CALL "BAK-RENDER" USING BAK-LIB-REC BAK-RENDER-AREA
           END-CALL.
           MOVE WS-DEF-SAVE TO BAK-LIB-REC.
           IF WS-MODE-TOKEN IS EQUAL TO "TEST"
              PERFORM SHOW-TEST-RENDER
              ADD 1 TO WS-STORED-COUNT
              EXIT PARAGRAPH
           END-IF.
           IF BR-TRUNCATED
              MOVE "drawing runs past 200 rows" TO WS-DEF-REASON
              PERFORM REJECT-DEFINITION
              EXIT PARAGRAPH
           END-IF.
           IF WS-MODE-TOKEN IS EQUAL TO "ADD"
              PERFORM ADD-LIBRARY-ENTRY
           ELSE
              PERFORM REPLACE-LIBRARY-ENTRY
           END-IF.

          SHOW-TEST-RENDER.
           MOVE BR-SIZE TO WS-SIZE-EDIT.
           DISPLAY "--- " FUNCTION TRIM(WS-DEF-NAME)
              "  SIZE=" FUNCTION TRIM(WS-SIZE-EDIT)
              "  " FUNCTION TRIM(BL-DESCRIPTION) " ---".
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                    UNTIL WS-ROW-IDX > BR-ROW-COUNT
              DISPLAY FUNCTION TRIM(BR-ROW (WS-ROW-IDX), TRAILING)
           END-PERFORM.
           IF BR-TRUNCATED
              DISPLAY "Warning: " FUNCTION TRIM(WS-DEF-NAME)
                 " cut off at 200 rows - ADD/REPLACE would refuse it"
           END-IF.

          ADD-LIBRARY-ENTRY.
           MOVE 1 TO BL-VERSION.
           PERFORM STAMP-ENTRY.
           WRITE BAK-LIB-REC
              INVALID KEY
                 MOVE "already in library, use REPLACE"
                    TO WS-DEF-REASON
                 PERFORM REJECT-DEFINITION
              NOT INVALID KEY
                 PERFORM NOTE-ENTRY-STORED
           END-WRITE.

      * The gathered definition is set aside while the current entry
      * is read for its version, then laid back over it one version
      * up.
          REPLACE-LIBRARY-ENTRY.
           MOVE BAK-LIB-REC TO WS-DEF-SAVE.
           READ BAK-LIB-FILE
              INVALID KEY
                 MOVE WS-DEF-SAVE TO BAK-LIB-REC
                 MOVE "not in library, use ADD" TO WS-DEF-REASON
                 PERFORM REJECT-DEFINITION
              NOT INVALID KEY
                 MOVE BL-VERSION TO WS-OLD-VERSION
                 MOVE WS-DEF-SAVE TO BAK-LIB-REC
                 COMPUTE BL-VERSION = WS-OLD-VERSION + 1
                    ON SIZE ERROR MOVE 1 TO BL-VERSION
                 END-COMPUTE
                 PERFORM STAMP-ENTRY
                 REWRITE BAK-LIB-REC
                    INVALID KEY
                       MOVE "rewrite failed" TO WS-DEF-REASON
                       PERFORM REJECT-DEFINITION
                    NOT INVALID KEY
                       PERFORM NOTE-ENTRY-STORED
                 END-REWRITE
           END-READ.

          STAMP-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:14) TO BL-STAMP.
           MOVE WS-OPER-ID TO BL-OPERATOR.

      * Every stored version gets its own audit line, so the trail
      * can be matched against the version BAKLAVA names when it
      * prints the shape.
          NOTE-ENTRY-STORED.
           ADD 1 TO WS-STORED-COUNT.
           DISPLAY FUNCTION TRIM(WS-DEF-NAME) " stored as version "
              BL-VERSION.
           MOVE SPACES TO WS-AUDIT-INPUT WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-MODE-TOKEN) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-DEF-NAME) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           STRING FUNCTION TRIM(WS-DEF-NAME) DELIMITED BY SIZE
                " v" DELIMITED BY SIZE
                BL-VERSION DELIMITED BY SIZE
                " stored" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.

          REJECT-DEFINITION.
           MOVE "N" TO WS-DEF-OPEN-SW.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "Rejected " FUNCTION TRIM(WS-DEF-NAME) ": "
              FUNCTION TRIM(WS-DEF-REASON).
           IF WS-MODE-TOKEN IS NOT EQUAL TO "TEST"
              MOVE SPACES TO WS-AUDIT-INPUT WS-AUDIT-RESULT
              STRING FUNCTION TRIM(WS-MODE-TOKEN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEF-NAME) DELIMITED BY SIZE
                   INTO WS-AUDIT-INPUT
              END-STRING
              MOVE WS-DEF-REASON TO WS-AUDIT-RESULT
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
              PERFORM WRITE-AUDIT
           END-IF.

      * The whole library in name order.
          LIST-MODE.
           PERFORM OPEN-LIBRARY-INPUT.
           MOVE LOW-VALUES TO BL-NAME.
           START BAK-LIB-FILE KEY IS NOT LESS THAN BL-NAME
              INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           DISPLAY "NAME       VER  STORED           BY       BANDS"
              "  DESCRIPTION".
           PERFORM UNTIL END-OF-INPUT
              READ BAK-LIB-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LIST-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE BAK-LIB-FILE.
           MOVE WS-LISTED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Entries in library: " FUNCTION TRIM(WS-COUNT-EDIT).
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " entries listed" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-SUCCESS TO RETURN-CODE.

          LIST-ONE-ENTRY.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-MSG-LINE.
           STRING BL-NAME DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BL-VERSION DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BL-STAMP (1:4) "-" BL-STAMP (5:2) "-" BL-STAMP (7:2)
                   DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BL-STAMP (9:2) ":" BL-STAMP (11:2) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BL-OPERATOR DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                BL-BAND-COUNT DELIMITED BY SIZE
                "     " DELIMITED BY SIZE
                BL-DESCRIPTION DELIMITED BY SIZE
                INTO WS-MSG-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(WS-MSG-LINE, TRAILING).

          DELETE-MODE.
           IF WS-NAME-TOKEN IS EQUAL TO SPACES
              PERFORM USAGE-ERROR
           END-IF.
           PERFORM OPEN-LIBRARY-IO.
           MOVE WS-NAME-TOKEN TO BL-NAME.
           MOVE SPACES TO WS-AUDIT-RESULT.
           READ BAK-LIB-FILE
              INVALID KEY
                 DISPLAY FUNCTION TRIM(WS-NAME-TOKEN)
                    " is not in the library."
                 MOVE "not in library" TO WS-AUDIT-RESULT
                 MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              NOT INVALID KEY
                 DELETE BAK-LIB-FILE RECORD
                    INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-NAME-TOKEN)
                          " could not be deleted, status "
                          WS-BAKLIB-STATUS
                       STRING FUNCTION TRIM(WS-NAME-TOKEN)
                               DELIMITED BY SIZE
                            " not deleted, status " DELIMITED BY SIZE
                            WS-BAKLIB-STATUS DELIMITED BY SIZE
                            INTO WS-AUDIT-RESULT
                       END-STRING
                       MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
                    NOT INVALID KEY
                       DISPLAY FUNCTION TRIM(WS-NAME-TOKEN) " version "
                          BL-VERSION " deleted."
                       STRING FUNCTION TRIM(WS-NAME-TOKEN)
                               DELIMITED BY SIZE
                            " v" DELIMITED BY SIZE
                            BL-VERSION DELIMITED BY SIZE
                            " deleted" DELIMITED BY SIZE
                            INTO WS-AUDIT-RESULT
                       END-STRING
                       MOVE RC-SUCCESS TO WS-AUDIT-RC
                 END-DELETE
           END-READ.
           CLOSE BAK-LIB-FILE.
           PERFORM WRITE-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.

          WRITE-AUDIT.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
