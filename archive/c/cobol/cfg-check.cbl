        IDENTIFICATION DIVISION.
        PROGRAM-ID. CFG-CHECK.

      * Pre-flight check of the SHOPCNFG runtime configuration
      * member, run as the first step of the nightly window. SHOP-
      * CONFIG itself is forgiving by design - an unknown keyword is
      * ignored, a non-numeric value keeps the compiled default, and
      * a value too wide for its field is cut down to fit - so a
      * mistyped line never stops a program, it just quietly leaves
      * the night running on something nobody meant. This step reads
      * the member the way an operator wrote it and holds the window
      * (RETURN-CODE 12) while the mistake is still cheap to fix.
      *
      * Every line is checked against the table below of the
      * keywords SHOPCFG.CPY defines: that the keyword is known, that
      * a numeric value is a whole number inside the range its
      * program can actually carry, and that a text value fits its
      * field. The values in force (the member laid over the
      * compiled defaults by SHOP-CONFIG itself, so they are exactly
      * what every later step will see) are then put through the
      * cross-field rules, and compared with the CFGSNAP generation
      * the last good run wrote, so the report shows every setting
      * that differs from the night before.
      *
      * RC 12 - an error: the member would not do what it says.
      * RC 4  - warnings only (a keyword set twice, no member at all,
      *         a suspicious but workable combination).
      * A run that ends RC 12 carries the prior snapshot forward
      * unchanged, so the rerun after the fix is still compared with
      * the last night that actually ran.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT CONFIG-FILE ASSIGN TO "SHOPCNFG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONFIG-STATUS.
          SELECT SNAP-LAST-FILE ASSIGN TO "CFGLAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CFGLAST-STATUS.
          SELECT SNAP-NEW-FILE ASSIGN TO "CFGNEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CFGNEW-STATUS.
          SELECT CFG-RPT-FILE ASSIGN TO "CFGRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CFGRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD CONFIG-FILE.
          01 CONFIG-REC              PIC X(80).

      * Snapshot lines are written in the member's own
      * CFG-FIELD-NAME=value form, one per keyword, so a snapshot
      * generation can be read by eye or dropped in as a member.
          FD SNAP-LAST-FILE.
          01 SNAP-LAST-REC           PIC X(80).

          FD SNAP-NEW-FILE.
          01 SNAP-NEW-REC            PIC X(80).

          FD CFG-RPT-FILE.
          01 CFG-RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
          01 WS-CONFIG-STATUS        PIC XX.
          01 WS-CFGLAST-STATUS       PIC XX.
          01 WS-CFGNEW-STATUS        PIC XX.
          01 WS-CFGRPT-STATUS        PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-MEMBER-SW            PIC X VALUE "N".
            88 MEMBER-PRESENT            VALUE "Y".
          01 WS-PRIOR-SW             PIC X VALUE "N".
            88 PRIOR-SNAPSHOT-PRESENT    VALUE "Y".

      * One slot per SHOPCFG keyword. Type N is numeric with its
      * allowed range, type T is text no longer than WS-KW-LEN. The
      * value in force is kept as display text for the report and
      * the snapshot; WS-KW-SEEN counts the member lines setting it.
          01 WS-KW-USED              PIC 9(3) VALUE 0.
          01 WS-KW-TABLE.
            03 WS-KW-ENTRY OCCURS 60 TIMES.
              05 WS-KW-NAME          PIC X(30).
              05 WS-KW-TYPE          PIC X(1).
              05 WS-KW-MIN           PIC S9(18).
              05 WS-KW-MAX           PIC S9(18).
              05 WS-KW-LEN           PIC 9(2).
              05 WS-KW-VALUE         PIC X(40).
              05 WS-KW-SEEN          PIC 9(3).
              05 WS-KW-PRIOR         PIC X(40).
              05 WS-KW-PRIOR-SW      PIC X(1).
          01 WS-KW-IDX               PIC 9(3).
          01 WS-FIND-NAME            PIC X(30).

          01 WS-NEW-NAME             PIC X(30).
          01 WS-NEW-TYPE             PIC X(1).
          01 WS-NEW-MIN              PIC S9(18).
          01 WS-NEW-MAX              PIC S9(18).
          01 WS-NEW-LEN              PIC 9(2).
          01 WS-NEW-NUM              PIC S9(18).
          01 WS-NEW-TEXT             PIC X(40).

          01 WS-KEYWORD              PIC X(30).
          01 WS-VALUE-TEXT           PIC X(40).
          01 WS-NUM-VALUE            PIC S9(18)V99.
          01 WS-WHOLE-VALUE          PIC S9(18).
          01 WS-TEXT-LEN             PIC 9(2).
          01 WS-EQUAL-TALLY          PIC 9(2).
          01 WS-NUM-EDIT             PIC -(18)9.
          01 WS-NUM-EDIT2            PIC -(18)9.
          01 WS-LINE-NO              PIC 9(5) VALUE 0.
          01 WS-LINE-EDIT            PIC Z(4)9.
          01 WS-WHERE-TEXT           PIC X(10).
          01 WS-SEVERITY             PIC X(7).
          01 WS-SUBJECT-TEXT         PIC X(80).
          01 WS-FAULT-TEXT           PIC X(80).
          01 WS-WAS-TEXT             PIC X(40).

          01 WS-SETTING-CNT          PIC 9(5) VALUE 0.
          01 WS-ERROR-CNT            PIC 9(5) VALUE 0.
          01 WS-WARNING-CNT          PIC 9(5) VALUE 0.
          01 WS-CHANGED-CNT          PIC 9(5) VALUE 0.
          01 WS-DROPPED-CNT          PIC 9(5) VALUE 0.
          01 WS-FINDING-CNT          PIC 9(5) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(4)9.
          01 WS-COUNT-EDIT2          PIC Z(4)9.
          01 WS-COUNT-EDIT3          PIC Z(4)9.

          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for CFGRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(100).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * The values in force come from SHOP-CONFIG itself, the same
      * routine every later step calls, so the rules and the
      * comparison below judge exactly what the window will run on.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.

      * The page size is itself one of the settings under check; a
      * value too small to hold the banner falls back to the
      * compiled default here so the report stays readable.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           IF WS-PAGE-SIZE < 10
              MOVE 60 TO WS-PAGE-SIZE
           END-IF.
           PERFORM LOAD-KEYWORD-TABLE.
           OPEN OUTPUT CFG-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-MEMBER.
           PERFORM CHECK-DEFAULT-VALUES.
           PERFORM CHECK-CROSS-FIELD-RULES.
           PERFORM REPORT-CHANGES.
           PERFORM REPORT-VALUES-IN-FORCE.
           PERFORM WRITE-TOTALS.
           CLOSE CFG-RPT-FILE.
           PERFORM WRITE-SNAPSHOT-GENERATION.
           MOVE "SHOPCNFG" TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           MOVE WS-ERROR-CNT TO WS-COUNT-EDIT.
           MOVE WS-WARNING-CNT TO WS-COUNT-EDIT2.
           MOVE WS-CHANGED-CNT TO WS-COUNT-EDIT3.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ERR, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " WARN, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                " CHANGED" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           IF WS-ERROR-CNT > 0
              MOVE RC-SELF-CHECK-FAILED TO WS-AUDIT-RC
           ELSE IF WS-WARNING-CNT > 0
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
           ELSE
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           PERFORM WRITE-RUN-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

      * The keyword table, in SHOPCFG.CPY order. Each range is what
      * the consuming program can actually carry, not just what the
      * picture holds: BAKLAVA draws at most 49 rows a side, the
      * FACTORIAL and FIBONACCI inputs are four digits, PRIME-NUMBER
      * and PRIMECAC keys are twelve, GCD-LCM stops at nine so the
      * LCM fits eighteen, COLLATZ at eight so the sequence peak
      * does, and ALIQUOT at fifteen so a term's divisor sum does.
      * A new SHOPCFG field needs its line here as well as its WHEN
      * branch in SHOP-CONFIG.
          LOAD-KEYWORD-TABLE.
           MOVE "CFG-BAKLAVA-SIZE" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 49 TO WS-NEW-MAX.
           MOVE CFG-BAKLAVA-SIZE TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-BAKLAVA-FILL" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-LEN.
           MOVE CFG-BAKLAVA-FILL TO WS-NEW-TEXT.
           PERFORM ADD-TEXT-KEYWORD.
           MOVE "CFG-FIZZ-RANGE-START" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999999 TO WS-NEW-MAX.
           MOVE CFG-FIZZ-RANGE-START TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-FIZZ-RANGE-END" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999999 TO WS-NEW-MAX.
           MOVE CFG-FIZZ-RANGE-END TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-FIZZ-DIVISOR" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-FIZZ-DIVISOR TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-FIZZ-WORD" TO WS-NEW-NAME.
           MOVE 10 TO WS-NEW-LEN.
           MOVE CFG-FIZZ-WORD TO WS-NEW-TEXT.
           PERFORM ADD-TEXT-KEYWORD.
           MOVE "CFG-BUZZ-DIVISOR" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-BUZZ-DIVISOR TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-BUZZ-WORD" TO WS-NEW-NAME.
           MOVE 10 TO WS-NEW-LEN.
           MOVE CFG-BUZZ-WORD TO WS-NEW-TEXT.
           PERFORM ADD-TEXT-KEYWORD.
           MOVE "CFG-EVEN-ODD-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999999999999999999 TO WS-NEW-MAX.
           MOVE CFG-EVEN-ODD-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-FACTORIAL-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999 TO WS-NEW-MAX.
           MOVE CFG-FACTORIAL-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-PRIME-MAX" TO WS-NEW-NAME.
           MOVE 2 TO WS-NEW-MIN.
           MOVE 999999999999 TO WS-NEW-MAX.
           MOVE CFG-PRIME-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-FIBONACCI-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999 TO WS-NEW-MAX.
           MOVE CFG-FIBONACCI-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-GCDLCM-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999999999 TO WS-NEW-MAX.
           MOVE CFG-GCDLCM-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-COLLATZ-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 99999999 TO WS-NEW-MAX.
           MOVE CFG-COLLATZ-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-ALIQUOT-MAX" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999999999999999 TO WS-NEW-MAX.
           MOVE CFG-ALIQUOT-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-PREEDIT-REJECT-PCT" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 100 TO WS-NEW-MAX.
           MOVE CFG-PREEDIT-REJECT-PCT TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-ALERT-FACT-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-FACT-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-EVEN-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-EVEN-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-PRIME-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-PRIME-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-FIZZ-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-FIZZ-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-BAK-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-BAK-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-CLASS-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-CLASS-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-FIB-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-FIB-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-GCD-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-GCD-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-PREEDIT-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-PREEDIT-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-ALERT-COLL-MAX" TO WS-NEW-NAME.
           MOVE CFG-ALERT-COLL-MAX TO WS-NEW-NUM.
           PERFORM ADD-ALERT-KEYWORD.
           MOVE "CFG-PAGE-SIZE" TO WS-NEW-NAME.
           MOVE 10 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-PAGE-SIZE TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-PRIME-SCAN-QUOTA" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999999 TO WS-NEW-MAX.
           MOVE CFG-PRIME-SCAN-QUOTA TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-BUSY-RETRY-MAX" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 99 TO WS-NEW-MAX.
           MOVE CFG-BUSY-RETRY-MAX TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-BUSY-WAIT-SECS" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 99 TO WS-NEW-MAX.
           MOVE CFG-BUSY-WAIT-SECS TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-AUDIT-SAMPLE-PCT" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 100 TO WS-NEW-MAX.
           MOVE CFG-AUDIT-SAMPLE-PCT TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-SIEVE-QUOTA" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 9999999 TO WS-NEW-MAX.
           MOVE CFG-SIEVE-QUOTA TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-SIGNON-IDLE-MINS" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-SIGNON-IDLE-MINS TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-ACCESS-IDLE-DAYS" TO WS-NEW-NAME.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-ACCESS-IDLE-DAYS TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-PROFILE-NIGHTS" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 100 TO WS-NEW-MAX.
           MOVE CFG-PROFILE-NIGHTS TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-PROFILE-SHIFT-PCT" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 999 TO WS-NEW-MAX.
           MOVE CFG-PROFILE-SHIFT-PCT TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.
           MOVE "CFG-QUOTA-NEAR-PCT" TO WS-NEW-NAME.
           MOVE 1 TO WS-NEW-MIN.
           MOVE 100 TO WS-NEW-MAX.
           MOVE CFG-QUOTA-NEAR-PCT TO WS-NEW-NUM.
           PERFORM ADD-NUMERIC-KEYWORD.

      * The NITE-ALERT tolerances all share the full 9(5) range.
          ADD-ALERT-KEYWORD.
           MOVE 0 TO WS-NEW-MIN.
           MOVE 99999 TO WS-NEW-MAX.
           PERFORM ADD-NUMERIC-KEYWORD.

          ADD-NUMERIC-KEYWORD.
           MOVE "N" TO WS-NEW-TYPE.
           MOVE 0 TO WS-NEW-LEN.
           MOVE WS-NEW-NUM TO WS-NUM-EDIT.
           MOVE FUNCTION TRIM(WS-NUM-EDIT) TO WS-NEW-TEXT.
           PERFORM ADD-KEYWORD-ENTRY.

          ADD-TEXT-KEYWORD.
           MOVE "T" TO WS-NEW-TYPE.
           MOVE 0 TO WS-NEW-MIN WS-NEW-MAX.
           PERFORM ADD-KEYWORD-ENTRY.

          ADD-KEYWORD-ENTRY.
           IF WS-KW-USED NOT LESS THAN 60
              DISPLAY "Warning: more than 60 shop keywords, "
                 FUNCTION TRIM(WS-NEW-NAME) " not checked"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KW-USED.
           MOVE WS-NEW-NAME TO WS-KW-NAME (WS-KW-USED).
           MOVE WS-NEW-TYPE TO WS-KW-TYPE (WS-KW-USED).
           MOVE WS-NEW-MIN TO WS-KW-MIN (WS-KW-USED).
           MOVE WS-NEW-MAX TO WS-KW-MAX (WS-KW-USED).
           MOVE WS-NEW-LEN TO WS-KW-LEN (WS-KW-USED).
           MOVE WS-NEW-TEXT TO WS-KW-VALUE (WS-KW-USED).
           MOVE 0 TO WS-KW-SEEN (WS-KW-USED).
           MOVE SPACES TO WS-KW-PRIOR (WS-KW-USED).
           MOVE "N" TO WS-KW-PRIOR-SW (WS-KW-USED).

      * Leaves WS-KW-IDX at the matching slot, or past the table
      * when the keyword is not there.
          FIND-KEYWORD.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                    UNTIL WS-KW-IDX > WS-KW-USED
              IF WS-KW-NAME (WS-KW-IDX) IS EQUAL TO WS-FIND-NAME
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          CHECK-MEMBER.
           MOVE "--- SHOPCNFG MEMBER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS IS NOT EQUAL TO "00"
              MOVE SPACES TO WS-SUBJECT-TEXT
              MOVE "NO SHOPCNFG MEMBER - COMPILED DEFAULTS IN FORCE"
                 TO WS-FAULT-TEXT
              MOVE "MEMBER" TO WS-WHERE-TEXT
              PERFORM NOTE-WARNING
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-MEMBER-SW.
           PERFORM UNTIL END-OF-INPUT
              READ CONFIG-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM CHECK-MEMBER-LINE
              END-READ
           END-PERFORM.
           CLOSE CONFIG-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-FINDING-CNT IS EQUAL TO 0
              MOVE "NO FINDINGS" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * The line is split exactly as SHOP-CONFIG splits it, so a
      * line judged good here is a line SHOP-CONFIG will apply.
          CHECK-MEMBER-LINE.
           ADD 1 TO WS-LINE-NO.
           IF CONFIG-REC IS EQUAL TO SPACES
                 OR CONFIG-REC (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SETTING-CNT.
           MOVE WS-LINE-NO TO WS-LINE-EDIT.
           MOVE SPACES TO WS-WHERE-TEXT.
           STRING "LINE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-LINE-EDIT) DELIMITED BY SIZE
                INTO WS-WHERE-TEXT
           END-STRING.
           MOVE CONFIG-REC TO WS-SUBJECT-TEXT.
           MOVE 0 TO WS-EQUAL-TALLY.
           INSPECT CONFIG-REC TALLYING WS-EQUAL-TALLY FOR ALL "=".
           IF WS-EQUAL-TALLY IS EQUAL TO 0
              MOVE "NO = BETWEEN KEYWORD AND VALUE - LINE IGNORED"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KEYWORD WS-VALUE-TEXT.
           UNSTRING CONFIG-REC DELIMITED BY "="
              INTO WS-KEYWORD WS-VALUE-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-KEYWORD) TO WS-FIND-NAME.
           PERFORM FIND-KEYWORD.
           IF WS-KW-IDX > WS-KW-USED
              MOVE "UNKNOWN KEYWORD - SHOP-CONFIG WOULD IGNORE IT"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-KW-SEEN (WS-KW-IDX).
           IF WS-KW-SEEN (WS-KW-IDX) > 1
              MOVE "KEYWORD SET MORE THAN ONCE - THE LAST LINE WINS"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-WARNING
           END-IF.
           IF WS-EQUAL-TALLY > 1
              MOVE "MORE THAN ONE = - VALUE STOPS AT THE SECOND ONE"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALUE-TEXT IS EQUAL TO SPACES
              MOVE "NO VALUE AFTER THE =" TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-KW-TYPE (WS-KW-IDX) IS EQUAL TO "T"
              PERFORM CHECK-TEXT-VALUE
           ELSE
              PERFORM CHECK-NUMERIC-VALUE
           END-IF.

      * SHOP-CONFIG keeps the default on a non-numeric value and
      * cuts a fraction or an over-wide value down to the picture,
      * so each of those is the member saying one thing and the
      * night running on another.
          CHECK-NUMERIC-VALUE.
           IF FUNCTION TEST-NUMVAL(WS-VALUE-TEXT) NOT = 0
              MOVE "NOT A NUMBER - THE DEFAULT WOULD STAY IN FORCE"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-VALUE-TEXT)
              ON SIZE ERROR
                 MOVE "MORE THAN EIGHTEEN DIGITS" TO WS-FAULT-TEXT
                 PERFORM NOTE-ERROR
                 EXIT PARAGRAPH
           END-COMPUTE.
           MOVE WS-NUM-VALUE TO WS-WHOLE-VALUE.
           IF WS-WHOLE-VALUE NOT = WS-NUM-VALUE
              MOVE "NOT A WHOLE NUMBER - THE FRACTION WOULD BE DROPPED"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-WHOLE-VALUE < WS-KW-MIN (WS-KW-IDX)
                 OR WS-WHOLE-VALUE > WS-KW-MAX (WS-KW-IDX)
              PERFORM SET-RANGE-FAULT
              PERFORM NOTE-ERROR
           END-IF.

          CHECK-TEXT-VALUE.
           MOVE FUNCTION LENGTH(
              FUNCTION TRIM(WS-VALUE-TEXT, TRAILING)) TO WS-TEXT-LEN.
           IF WS-TEXT-LEN > WS-KW-LEN (WS-KW-IDX)
              MOVE WS-KW-LEN (WS-KW-IDX) TO WS-COUNT-EDIT
              MOVE SPACES TO WS-FAULT-TEXT
              STRING "LONGER THAN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " CHARACTERS - THE REST WOULD BE CUT OFF"
                      DELIMITED BY SIZE
                   INTO WS-FAULT-TEXT
              END-STRING
              PERFORM NOTE-ERROR
              EXIT PARAGRAPH
           END-IF.
           IF WS-VALUE-TEXT (1:1) IS EQUAL TO SPACE
              MOVE "VALUE STARTS WITH A BLANK - THE BLANK IS KEPT"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-WARNING
           END-IF.

          SET-RANGE-FAULT.
           MOVE WS-KW-MIN (WS-KW-IDX) TO WS-NUM-EDIT.
           MOVE WS-KW-MAX (WS-KW-IDX) TO WS-NUM-EDIT2.
           MOVE SPACES TO WS-FAULT-TEXT.
           STRING "OUTSIDE THE ALLOWED RANGE " DELIMITED BY SIZE
                FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                FUNCTION TRIM(WS-NUM-EDIT2) DELIMITED BY SIZE
                INTO WS-FAULT-TEXT
           END-STRING.

      * A keyword the member leaves alone runs on its compiled
      * default, which gets the same range test: a SHOPCFG.CPY
      * relinked with a bad VALUE is caught here too.
          CHECK-DEFAULT-VALUES.
           MOVE 0 TO WS-FINDING-CNT.
           MOVE "--- COMPILED DEFAULTS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "DEFAULT" TO WS-WHERE-TEXT.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                    UNTIL WS-KW-IDX > WS-KW-USED
              IF WS-KW-SEEN (WS-KW-IDX) IS EQUAL TO 0
                 PERFORM CHECK-ONE-DEFAULT
              END-IF
           END-PERFORM.
           IF WS-FINDING-CNT IS EQUAL TO 0
              MOVE "NO FINDINGS" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          CHECK-ONE-DEFAULT.
           MOVE SPACES TO WS-SUBJECT-TEXT.
           STRING FUNCTION TRIM(WS-KW-NAME (WS-KW-IDX))
                   DELIMITED BY SIZE
                "=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-KW-VALUE (WS-KW-IDX), TRAILING)
                   DELIMITED BY SIZE
                INTO WS-SUBJECT-TEXT
           END-STRING.
           IF WS-KW-TYPE (WS-KW-IDX) IS EQUAL TO "T"
              IF WS-KW-VALUE (WS-KW-IDX) IS EQUAL TO SPACES
                 MOVE "BLANK TEXT VALUE" TO WS-FAULT-TEXT
                 PERFORM NOTE-ERROR
              END-IF
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-WHOLE-VALUE =
              FUNCTION NUMVAL(WS-KW-VALUE (WS-KW-IDX)).
           IF WS-WHOLE-VALUE < WS-KW-MIN (WS-KW-IDX)
                 OR WS-WHOLE-VALUE > WS-KW-MAX (WS-KW-IDX)
              PERFORM SET-RANGE-FAULT
              PERFORM NOTE-ERROR
           END-IF.

      * Rules that no single line can break on its own, judged on
      * the values in force after the member is applied.
          CHECK-CROSS-FIELD-RULES.
           MOVE 0 TO WS-FINDING-CNT.
           MOVE "--- CROSS-FIELD RULES ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "RULE" TO WS-WHERE-TEXT.
           IF CFG-FIZZ-RANGE-END < CFG-FIZZ-RANGE-START
              MOVE CFG-FIZZ-RANGE-START TO WS-NUM-EDIT
              MOVE CFG-FIZZ-RANGE-END TO WS-NUM-EDIT2
              MOVE SPACES TO WS-SUBJECT-TEXT
              STRING "CFG-FIZZ-RANGE-START=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   "  CFG-FIZZ-RANGE-END=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT2) DELIMITED BY SIZE
                   INTO WS-SUBJECT-TEXT
              END-STRING
              MOVE "RANGE END BELOW ITS START - NOTHING TO PRINT"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
           END-IF.
           IF CFG-FIZZ-DIVISOR IS EQUAL TO CFG-BUZZ-DIVISOR
              MOVE CFG-FIZZ-DIVISOR TO WS-NUM-EDIT
              MOVE SPACES TO WS-SUBJECT-TEXT
              STRING "CFG-FIZZ-DIVISOR=CFG-BUZZ-DIVISOR=" DELIMITED BY
                   SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   INTO WS-SUBJECT-TEXT
              END-STRING
              MOVE "SAME DIVISOR - EVERY HIT PRINTS BOTH WORDS"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-WARNING
           END-IF.
           IF CFG-FIZZ-WORD IS EQUAL TO CFG-BUZZ-WORD
              MOVE SPACES TO WS-SUBJECT-TEXT
              STRING "CFG-FIZZ-WORD=CFG-BUZZ-WORD=" DELIMITED BY SIZE
                   FUNCTION TRIM(CFG-FIZZ-WORD) DELIMITED BY SIZE
                   INTO WS-SUBJECT-TEXT
              END-STRING
              MOVE "SAME WORD - FIZZ AND BUZZ HITS CANNOT BE TOLD APART"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-WARNING
           END-IF.
           IF CFG-BUSY-RETRY-MAX > 0 AND CFG-BUSY-WAIT-SECS = 0
              MOVE CFG-BUSY-RETRY-MAX TO WS-NUM-EDIT
              MOVE SPACES TO WS-SUBJECT-TEXT
              STRING "CFG-BUSY-RETRY-MAX=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                   "  CFG-BUSY-WAIT-SECS=0" DELIMITED BY SIZE
                   INTO WS-SUBJECT-TEXT
              END-STRING
              MOVE "RETRIES WITH NO WAIT - A BUSY MASTER FAILS AT ONCE"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-WARNING
           END-IF.
           IF CFG-BAKLAVA-FILL IS EQUAL TO SPACE
              MOVE "CFG-BAKLAVA-FILL= " TO WS-SUBJECT-TEXT
              MOVE "BLANK FILL CHARACTER - THE PATTERN PRINTS EMPTY"
                 TO WS-FAULT-TEXT
              PERFORM NOTE-ERROR
           END-IF.
           IF WS-FINDING-CNT IS EQUAL TO 0
              MOVE "NO FINDINGS" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          NOTE-ERROR.
           MOVE "ERROR" TO WS-SEVERITY.
           ADD 1 TO WS-ERROR-CNT.
           PERFORM WRITE-FINDING.

          NOTE-WARNING.
           MOVE "WARNING" TO WS-SEVERITY.
           ADD 1 TO WS-WARNING-CNT.
           PERFORM WRITE-FINDING.

      * Two report lines per finding: where it is and what was
      * written, then what is wrong with it.
          WRITE-FINDING.
           ADD 1 TO WS-FINDING-CNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-WHERE-TEXT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SEVERITY DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-SUBJECT-TEXT, TRAILING)
                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "                    " DELIMITED BY SIZE
                WS-FAULT-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Last good night's values. A keyword the snapshot holds that
      * SHOPCFG no longer defines is reported as dropped; the first
      * run has no prior generation and compares nothing.
          LOAD-PRIOR-SNAPSHOT.
           OPEN INPUT SNAP-LAST-FILE.
           IF WS-CFGLAST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No prior CFGSNAP generation - nothing to"
                 " compare tonight's values with."
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PRIOR-SW.
           PERFORM UNTIL END-OF-INPUT
              READ SNAP-LAST-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-PRIOR-LINE
              END-READ
           END-PERFORM.
           CLOSE SNAP-LAST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          TAKE-PRIOR-LINE.
           IF SNAP-LAST-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-KEYWORD WS-VALUE-TEXT.
           UNSTRING SNAP-LAST-REC DELIMITED BY "="
              INTO WS-KEYWORD WS-VALUE-TEXT
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-KEYWORD) TO WS-FIND-NAME.
           PERFORM FIND-KEYWORD.
           IF WS-KW-IDX > WS-KW-USED
              ADD 1 TO WS-DROPPED-CNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "DROPPED  " DELIMITED BY SIZE
                   WS-FIND-NAME DELIMITED BY SIZE
                   " WAS: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VALUE-TEXT, TRAILING)
                      DELIMITED BY SIZE
                   "  NO LONGER A SHOP SETTING" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALUE-TEXT TO WS-KW-PRIOR (WS-KW-IDX).
           MOVE "Y" TO WS-KW-PRIOR-SW (WS-KW-IDX).

          REPORT-CHANGES.
           MOVE "--- CHANGES SINCE THE LAST RUN ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM LOAD-PRIOR-SNAPSHOT.
           IF NOT PRIOR-SNAPSHOT-PRESENT
              MOVE "NO PRIOR SNAPSHOT - NOTHING TO COMPARE"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                    UNTIL WS-KW-IDX > WS-KW-USED
              IF WS-KW-PRIOR-SW (WS-KW-IDX) IS EQUAL TO "N"
                 MOVE "(NEW SETTING)" TO WS-WAS-TEXT
                 PERFORM WRITE-CHANGE-LINE
              ELSE IF WS-KW-PRIOR (WS-KW-IDX) IS NOT EQUAL TO
                    WS-KW-VALUE (WS-KW-IDX)
                 MOVE WS-KW-PRIOR (WS-KW-IDX) TO WS-WAS-TEXT
                 PERFORM WRITE-CHANGE-LINE
              END-IF
           END-PERFORM.
           IF WS-CHANGED-CNT + WS-DROPPED-CNT IS EQUAL TO 0
              MOVE "NO CHANGES" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

          WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGED-CNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHANGED  " DELIMITED BY SIZE
                WS-KW-NAME (WS-KW-IDX) DELIMITED BY SIZE
                " WAS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-WAS-TEXT, TRAILING) DELIMITED BY SIZE
                "  NOW: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-KW-VALUE (WS-KW-IDX), TRAILING)
                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The full set the window will run on, and where each value
      * came from.
          REPORT-VALUES-IN-FORCE.
           MOVE "--- VALUES IN FORCE ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "KEYWORD                        VALUE"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                    UNTIL WS-KW-IDX > WS-KW-USED
              MOVE SPACES TO WS-PRINT-LINE
              MOVE WS-KW-NAME (WS-KW-IDX) TO WS-PRINT-LINE (1:30)
              MOVE WS-KW-VALUE (WS-KW-IDX) TO WS-PRINT-LINE (32:20)
              IF WS-KW-SEEN (WS-KW-IDX) IS EQUAL TO 0
                 MOVE "DEFAULT" TO WS-PRINT-LINE (53:7)
              ELSE
                 MOVE "SHOPCNFG" TO WS-PRINT-LINE (53:8)
              END-IF
              PERFORM EMIT-LINE
           END-PERFORM.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-SETTING-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MEMBER SETTINGS READ:  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-ERROR-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ERRORS:                " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-WARNING-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WARNINGS:              " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-CHANGED-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CHANGED SINCE LAST:    " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-ERROR-CNT > 0
              MOVE "SHOPCNFG REJECTED - WINDOW HELD UNTIL IT IS FIXED"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * Tonight's values become the next comparison point only when
      * the member passed; a rejected run writes last night's values
      * back out so the rerun is compared with what last ran.
          WRITE-SNAPSHOT-GENERATION.
           OPEN OUTPUT SNAP-NEW-FILE.
           PERFORM VARYING WS-KW-IDX FROM 1 BY 1
                    UNTIL WS-KW-IDX > WS-KW-USED
              IF WS-ERROR-CNT IS EQUAL TO 0
                 MOVE WS-KW-VALUE (WS-KW-IDX) TO WS-WAS-TEXT
                 PERFORM WRITE-SNAPSHOT-LINE
              ELSE IF WS-KW-PRIOR-SW (WS-KW-IDX) IS EQUAL TO "Y"
                 MOVE WS-KW-PRIOR (WS-KW-IDX) TO WS-WAS-TEXT
                 PERFORM WRITE-SNAPSHOT-LINE
              END-IF
           END-PERFORM.
           CLOSE SNAP-NEW-FILE.

          WRITE-SNAPSHOT-LINE.
           MOVE SPACES TO SNAP-NEW-REC.
           STRING FUNCTION TRIM(WS-KW-NAME (WS-KW-IDX))
                   DELIMITED BY SIZE
                "=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-WAS-TEXT, TRAILING) DELIMITED BY SIZE
                INTO SNAP-NEW-REC
           END-STRING.
           WRITE SNAP-NEW-REC.

          WRITE-RUN-AUDIT.
           MOVE "CFG-CHECK" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through CFG-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO CFG-RPT-REC.
           WRITE CFG-RPT-REC.
           ADD 1 TO WS-PAGE-LINE-CNT.

      * Standard report banner written at the start of the run and
      * again every CFG-PAGE-SIZE lines thereafter, the same shape
      * the other shop reports use.
          WRITE-REPORT-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-HDR-TIMESTAMP.
           STRING WS-HDR-TIMESTAMP (5:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (7:2) "/" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (1:4) DELIMITED BY SIZE
                INTO WS-HDR-DATE-EDIT
           END-STRING.
           STRING WS-HDR-TIMESTAMP (9:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (11:2) ":" DELIMITED BY SIZE
                WS-HDR-TIMESTAMP (13:2) DELIMITED BY SIZE
                INTO WS-HDR-TIME-EDIT
           END-STRING.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-NUM-EDIT.

           MOVE SPACES TO WS-HDR-REC.
           MOVE "SHOP CONFIGURATION PRE-FLIGHT CHECK" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE SPACES TO WS-HDR-REC.
           STRING "RUN DATE: " DELIMITED BY SIZE
                WS-HDR-DATE-EDIT DELIMITED BY SIZE
                "  TIME: " DELIMITED BY SIZE
                WS-HDR-TIME-EDIT DELIMITED BY SIZE
                "  PAGE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-PAGE-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE "SOURCE: SHOPCNFG, SHOPCFG DEFAULTS, CFGLAST"
              TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO CFG-RPT-REC.
           WRITE CFG-RPT-REC.
