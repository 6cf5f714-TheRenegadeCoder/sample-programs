      * the clerk can scroll forward and back through the NUMFACTS
      * records from. The utilities themselves still run through
      * CALL "SYSTEM" exactly the way DISPATCHER drives them.
      *
      * Nobody reaches the menu without signing on: the operator id
      * keyed on the sign-on panel is looked up in the OPERPROF role
      * profile through OPER-AUTH, the menu shows only the options
      * the id's role holds (an inquiry clerk sees the facts browse,
      * not the utilities that write to the shared files), and the
      * id is passed on in NUMOPER to every utility started from
      * here, so their own gates see the same operator. A terminal
      * left idle past CFG-SIGNON-IDLE-MINS is signed off and has to
      * sign on again. Sign-ons, refusals, timeouts and sign-offs
      * all go to AUDITLOG as "<event> OPER=<id>".
      *
      * Option 9, the operations console, is the running window on
      * one set of panels for the operator on the 2 a.m. shift:
      * BATCH-MON's progress figures (run in its PANEL mode, which
      * writes them to MONOUT) on a panel that refreshes on demand,
      * tonight's DISPRPT step lines with their return codes, the
      * night's ALERTRPT exceptions and BALRPT's out-of-balance
      * lines on the same scrolling viewer, and the restart point
      * DISPCKPT holds with the DISPCTL step it resumes at. A
      * DISPATCHER restart is requested from that panel rather than
      * typed by hand: it goes through OPER-AUTH as DISPATCHER/
      * RESTART, so only a role holding it can start one, and the
      * request and its restart point are stamped on AUDITLOG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT MON-OUT-FILE ASSIGN TO "MONOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
          SELECT DISP-RPT-FILE ASSIGN TO "DISPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
          SELECT ALERT-RPT-FILE ASSIGN TO "ALERTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
          SELECT BAL-RPT-FILE ASSIGN TO "BALRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
          SELECT DISP-CKPT-FILE ASSIGN TO "DISPCKPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
          SELECT DISP-CTL-FILE ASSIGN TO "DISPCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VIEW-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD MON-OUT-FILE.
          01 MON-OUT-REC             PIC X(78).

          FD DISP-RPT-FILE.
          01 DISP-RPT-REC            PIC X(80).

          FD ALERT-RPT-FILE.
          01 ALERT-RPT-REC           PIC X(100).

          FD BAL-RPT-FILE.
          01 BAL-RPT-REC             PIC X(132).

          FD DISP-CKPT-FILE.
          01 DISP-CKPT-REC           PIC 9(5).

          FD DISP-CTL-FILE.
          01 DISP-CTL-REC.
            03 CTL-UTILITY           PIC X(10).
            03 CTL-ARGS              PIC X(38).
            03 CTL-COND              PIC X(2).
            03 CTL-FREQ              PIC X(8).
            03 CTL-HOL               PIC X(1).

        WORKING-STORAGE SECTION.
          01 WS-CHOICE               PIC X(1).
          01 WS-CHOICE-NUM           PIC 9(1).
          01 WS-EXIT-SWITCH          PIC X VALUE "N".
            88 MENU-DONE                 VALUE "Y".
          01 WS-COMMAND-LINE         PIC X(60).
          01 WS-TRY-EDIT             PIC Z9.
          01 WS-PAUSE-KEY            PIC X(1).

      * Sign-on state: the operator and role in force, the three
      * tries a terminal gets before the driver ends, and the time
      * of the last entry the idle limit is measured from.
          01 WS-SIGNON-ID            PIC X(8).
          01 WS-OPER-ID              PIC X(8).
          01 WS-OPER-ROLE            PIC X(8).
          01 WS-SIGNON-BANNER        PIC X(40).
          01 WS-SIGNON-MSG           PIC X(60).
          01 WS-SIGNON-TRIES         PIC 9(1).
          01 WS-SIGNON-SW            PIC X VALUE "N".
            88 OPERATOR-SIGNED-ON        VALUE "Y".
          01 WS-SESSION-SW           PIC X VALUE "N".
            88 SESSION-TIMED-OUT         VALUE "Y".
          01 WS-AUTH-DECISION        PIC X(1).
          01 WS-NOW-STAMP            PIC X(21).
          01 WS-NOW-SECS             PIC 9(11).
          01 WS-LAST-ACTIVITY-SECS   PIC 9(11).
          01 WS-IDLE-SECS            PIC 9(11).
          01 WS-IDLE-EDIT            PIC Z(5)9.

      * The menu's options: the program and mode each one is granted
      * as in the role profile, the line shown for it, and whether
      * the signed-on role holds it. An option the role does not
      * hold shows as a blank line and is refused if keyed anyway.
          01 WS-MENU-TABLE.
            03 WS-MENU-ENTRY OCCURS 9 TIMES.
              05 WS-MENU-PROG        PIC X(12).
              05 WS-MENU-MODE        PIC X(10).
              05 WS-MENU-LABEL       PIC X(45).
              05 WS-MENU-TEXT        PIC X(45).
              05 WS-MENU-ALLOWED     PIC X(1).
          01 WS-MENU-IDX             PIC 9(1).

      * The shared argument panel: two fields with per-utility
      * labels, each optionally numeric (VALIDATE-NUM with the
      * utility's own ceiling and sign rule) and optionally
          01 WS-SHOW-FIBONACCI       PIC X(60).
          01 WS-SHOW-DIVCLASS        PIC X(20).
          01 WS-SHOW-COLLATZ         PIC X(60).
          01 WS-SHOW-GOLDBACH        PIC X(30).
          01 WS-SHOW-ALIQUOT         PIC X(60).
          01 WS-BROWSE-MSG           PIC X(40).
          01 WS-NAV-KEY              PIC X(1).
          01 WS-BROWSE-DONE-SW       PIC X.
            88 BROWSE-DONE               VALUE "Y".
          01 WS-KEY-EDIT             PIC Z(29)9.

      * Operations console: the sub-menu choice and the optional
      * window cutoff handed to BATCH-MON, and the shared viewer -
      * the loaded lines of whichever dataset is up, the page of
      * them on screen, and the first line and column shown. Report
      * lines wider than the screen are panned with < and >.
          01 WS-OPS-CHOICE           PIC X(1).
          01 WS-OPS-CUTOFF           PIC X(6).
          01 WS-OPS-MSG              PIC X(60).
          01 WS-OPS-DONE-SW          PIC X.
            88 OPS-DONE                  VALUE "Y".
          01 WS-VIEW-STATUS          PIC XX.
          01 WS-VIEW-EOF-SW          PIC X.
            88 END-OF-VIEW-FILE          VALUE "Y".
          01 WS-VIEW-SOURCE          PIC X(1).
            88 VIEW-PROGRESS             VALUE "M".
            88 VIEW-STEPS                VALUE "D".
            88 VIEW-ALERTS               VALUE "A".
            88 VIEW-BALANCE              VALUE "B".
          01 WS-VIEW-TITLE           PIC X(60).
          01 WS-VIEW-MSG             PIC X(60).
          01 WS-VIEW-USED            PIC 9(3) VALUE 0.
          01 WS-VIEW-TABLE.
            03 WS-VIEW-LINE          PIC X(132) OCCURS 500 TIMES.
          01 WS-VIEW-OVERFLOW-SW     PIC X.
            88 VIEW-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-VIEW-PAGE.
            03 WS-VIEW-SHOW          PIC X(78) OCCURS 16 TIMES.
          01 WS-VIEW-TOP             PIC 9(3).
          01 WS-VIEW-COL             PIC 9(3).
          01 WS-VIEW-IDX             PIC 9(3).
          01 WS-VIEW-ROW             PIC 9(2).
          01 WS-VIEW-DONE-SW         PIC X.
            88 VIEW-DONE                 VALUE "Y".
          01 WS-VIEW-TEXT            PIC X(132).
          01 WS-VIEW-TALLY           PIC 9(3).
          01 WS-VIEW-POS-EDIT        PIC ZZ9.
          01 WS-VIEW-CNT-EDIT        PIC ZZ9.

      * The restart panel: the checkpointed clean-step count, the
      * control file's size, the step a restart resumes at, and the
      * operator's Y/N confirmation.
          01 WS-CKPT-STEPS           PIC 9(5).
          01 WS-CTL-STEPS            PIC 9(5).
          01 WS-CKPT-EDIT            PIC ZZZZ9.
          01 WS-CTL-EDIT             PIC ZZZZ9.
          01 WS-RESUME-TEXT          PIC X(60).
          01 WS-RESTART-LINE1        PIC X(60).
          01 WS-RESTART-LINE2        PIC X(60).
          01 WS-RESTART-CONFIRM      PIC X(1).
          01 WS-RESTART-PROG         PIC X(12) VALUE "DISPATCHER".
          01 WS-RESTART-MODE         PIC X(10) VALUE "RESTART".

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
            03 BLANK SCREEN.
            03 LINE 1 COLUMN 10
               VALUE "NUMBER UTILITIES - MAIN MENU".
            03 LINE 2 COLUMN 10 PIC X(40) FROM WS-SIGNON-BANNER.
            03 LINE 3 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (1).
            03 LINE 4 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (2).
            03 LINE 5 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (3).
            03 LINE 6 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (4).
            03 LINE 7 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (5).
            03 LINE 8 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (6).
            03 LINE 9 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (7).
            03 LINE 10 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (8).
            03 LINE 11 COLUMN 5 PIC X(45) FROM WS-MENU-TEXT (9).
            03 LINE 12 COLUMN 5
               VALUE "X. Exit".
            03 LINE 14 COLUMN 5 VALUE "Selection (1-9, X):".
            03 LINE 14 COLUMN 26 PIC X USING WS-CHOICE.
            03 LINE 16 COLUMN 5 PIC X(60) FROM WS-PANEL-MSG.

          01 ARG-PANEL-SCREEN.
            03 BLANK SCREEN.
            03 LINE 9 COLUMN 17 PIC X(20) FROM WS-SHOW-DIVCLASS.
            03 LINE 10 COLUMN 5 VALUE "Collatz:".
            03 LINE 10 COLUMN 17 PIC X(60) FROM WS-SHOW-COLLATZ.
            03 LINE 11 COLUMN 5 VALUE "Goldbach:".
            03 LINE 11 COLUMN 17 PIC X(30) FROM WS-SHOW-GOLDBACH.
            03 LINE 12 COLUMN 5 VALUE "Aliquot:".
            03 LINE 12 COLUMN 17 PIC X(60) FROM WS-SHOW-ALIQUOT.
            03 LINE 13 COLUMN 5 PIC X(40) FROM WS-BROWSE-MSG.
            03 LINE 14 COLUMN 5
               VALUE "N=next  P=previous  X=menu:".
            03 LINE 14 COLUMN 34 PIC X(1) USING WS-NAV-KEY.

          01 SIGNON-SCREEN.
            03 BLANK SCREEN.
            03 LINE 1 COLUMN 10
               VALUE "NUMBER UTILITIES - SIGN ON".
            03 LINE 3 COLUMN 5
               VALUE "Operator id (blank to leave):".
            03 LINE 3 COLUMN 36 PIC X(8) USING WS-SIGNON-ID.
            03 LINE 5 COLUMN 5 PIC X(60) FROM WS-SIGNON-MSG.

          01 OPS-MENU-SCREEN.
            03 BLANK SCREEN.
            03 LINE 1 COLUMN 10
               VALUE "OPERATIONS CONSOLE - BATCH WINDOW".
            03 LINE 2 COLUMN 10 PIC X(40) FROM WS-SIGNON-BANNER.
            03 LINE 4 COLUMN 5
               VALUE "1. Window progress (BATCH-MON)".
            03 LINE 5 COLUMN 5
               VALUE "2. Tonight's step results (DISPRPT)".
            03 LINE 6 COLUMN 5
               VALUE "3. Night alerts (ALERTRPT)".
            03 LINE 7 COLUMN 5
               VALUE "4. Balancing exceptions (BALRPT)".
            03 LINE 8 COLUMN 5
               VALUE "5. Restart point / request restart".
            03 LINE 9 COLUMN 5
               VALUE "X. Back to the main menu".
            03 LINE 11 COLUMN 5
               VALUE "Window cutoff HHMMSS (optional):".
            03 LINE 11 COLUMN 39 PIC X(6) USING WS-OPS-CUTOFF.
            03 LINE 13 COLUMN 5 VALUE "Selection (1-5, X):".
            03 LINE 13 COLUMN 26 PIC X USING WS-OPS-CHOICE.
            03 LINE 15 COLUMN 5 PIC X(60) FROM WS-OPS-MSG.

          01 VIEW-SCREEN.
            03 BLANK SCREEN.
            03 LINE 1 COLUMN 2 PIC X(60) FROM WS-VIEW-TITLE.
            03 LINE 3 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (1).
            03 LINE 4 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (2).
            03 LINE 5 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (3).
            03 LINE 6 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (4).
            03 LINE 7 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (5).
            03 LINE 8 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (6).
            03 LINE 9 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (7).
            03 LINE 10 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (8).
            03 LINE 11 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (9).
            03 LINE 12 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (10).
            03 LINE 13 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (11).
            03 LINE 14 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (12).
            03 LINE 15 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (13).
            03 LINE 16 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (14).
            03 LINE 17 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (15).
            03 LINE 18 COLUMN 2 PIC X(78) FROM WS-VIEW-SHOW (16).
            03 LINE 20 COLUMN 2 PIC X(60) FROM WS-VIEW-MSG.
            03 LINE 22 COLUMN 2
               VALUE "N=next P=prev <=left >=right R=refresh X=back:".
            03 LINE 22 COLUMN 50 PIC X(1) USING WS-NAV-KEY.

          01 RESTART-SCREEN.
            03 BLANK SCREEN.
            03 LINE 1 COLUMN 10
               VALUE "DISPATCHER RESTART POINT".
            03 LINE 3 COLUMN 5 PIC X(60) FROM WS-RESTART-LINE1.
            03 LINE 4 COLUMN 5 PIC X(60) FROM WS-RESTART-LINE2.
            03 LINE 5 COLUMN 5 PIC X(60) FROM WS-RESUME-TEXT.
            03 LINE 7 COLUMN 5
               VALUE "Request a DISPATCHER restart now (Y/N):".
            03 LINE 7 COLUMN 46 PIC X(1) USING WS-RESTART-CONFIRM.
            03 LINE 9 COLUMN 5 PIC X(60) FROM WS-OPS-MSG.

          01 PAUSE-SCREEN.
            03 LINE 24 COLUMN 5
               VALUE "Press ENTER to return to the menu".
      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           PERFORM LOAD-MENU-OPTIONS.
           MOVE SPACES TO WS-PANEL-MSG WS-SIGNON-MSG.
           PERFORM SIGN-ON.
           PERFORM UNTIL MENU-DONE
              MOVE SPACE TO WS-CHOICE
              DISPLAY MAIN-MENU-SCREEN
              ACCEPT MAIN-MENU-SCREEN
              PERFORM CHECK-IDLE-TIMEOUT
              MOVE SPACES TO WS-PANEL-MSG
              IF NOT SESSION-TIMED-OUT
                 PERFORM RUN-SELECTION
              END-IF
              IF SESSION-TIMED-OUT
                 PERFORM SIGN-ON
              END-IF
           END-PERFORM.
           IF OPERATOR-SIGNED-ON
              MOVE "SIGNOFF" TO WS-AUDIT-INPUT
              MOVE "SIGNED OFF" TO WS-AUDIT-RESULT
              MOVE RC-SUCCESS TO WS-AUDIT-RC
              PERFORM WRITE-SESSION-AUDIT
           END-IF.
           STOP RUN.

      * The options in menu order with the program and mode each is
      * granted as in OPERPROF; the seven utilities are granted as
      * <program>/RUN, the facts browse as MENU-DRIVER/FACTS and the
      * operations console as MENU-DRIVER/OPS.
          LOAD-MENU-OPTIONS.
           MOVE "BAKLAVA" TO WS-MENU-PROG (1).
           MOVE "1. BAKLAVA      - draw a diamond pattern"
              TO WS-MENU-LABEL (1).
           MOVE "EVEN-ODD" TO WS-MENU-PROG (2).
           MOVE "2. EVEN-ODD     - classify a number"
              TO WS-MENU-LABEL (2).
           MOVE "FACTORIAL" TO WS-MENU-PROG (3).
           MOVE "3. FACTORIAL    - compute a factorial"
              TO WS-MENU-LABEL (3).
           MOVE "FIZZ-BUZZ" TO WS-MENU-PROG (4).
           MOVE "4. FIZZ-BUZZ    - print a Fizz/Buzz range"
              TO WS-MENU-LABEL (4).
           MOVE "PRIME-NUMBER" TO WS-MENU-PROG (5).
           MOVE "5. PRIME-NUMBER - test for primality"
              TO WS-MENU-LABEL (5).
           MOVE "FIBONACCI" TO WS-MENU-PROG (6).
           MOVE "6. FIBONACCI    - compute or threshold-query"
              TO WS-MENU-LABEL (6).
           MOVE "COLLATZ" TO WS-MENU-PROG (7).
           MOVE "7. COLLATZ      - sequence stopping time"
              TO WS-MENU-LABEL (7).
           MOVE "MENU-DRIVER" TO WS-MENU-PROG (8).
           MOVE "8. Number facts - browse what is known"
              TO WS-MENU-LABEL (8).
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                    UNTIL WS-MENU-IDX > 7
              MOVE "RUN" TO WS-MENU-MODE (WS-MENU-IDX)
           END-PERFORM.
           MOVE "FACTS" TO WS-MENU-MODE (8).
           MOVE "MENU-DRIVER" TO WS-MENU-PROG (9).
           MOVE "9. Operations console - batch window"
              TO WS-MENU-LABEL (9).
           MOVE "OPS" TO WS-MENU-MODE (9).

      * Up to three tries at an id the profile knows; a blank id,
      * or a third refusal, ends the driver. OPER-AUTH audits every
      * try. On success the menu is cut down to the role's options
      * and the id is exported for the utilities started from here.
          SIGN-ON.
           MOVE "N" TO WS-SIGNON-SW WS-SESSION-SW.
           MOVE 0 TO WS-SIGNON-TRIES.
           PERFORM UNTIL OPERATOR-SIGNED-ON OR MENU-DONE
              MOVE SPACES TO WS-SIGNON-ID
              DISPLAY SIGNON-SCREEN
              ACCEPT SIGNON-SCREEN
              IF WS-SIGNON-ID IS EQUAL TO SPACES
                 MOVE "Y" TO WS-EXIT-SWITCH
              ELSE
                 PERFORM TRY-SIGN-ON
              END-IF
           END-PERFORM.

          TRY-SIGN-ON.
           ADD 1 TO WS-SIGNON-TRIES.
           MOVE "MENU-DRIVER" TO WS-AUDIT-PROGRAM.
           CALL "OPER-SIGNON" USING WS-AUDIT-PROGRAM WS-SIGNON-ID
              WS-OPER-ROLE WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS EQUAL TO "Y"
              MOVE "Y" TO WS-SIGNON-SW
              MOVE WS-SIGNON-ID TO WS-OPER-ID
              SET ENVIRONMENT "NUMOPER" TO WS-OPER-ID
              MOVE SPACES TO WS-SIGNON-BANNER WS-SIGNON-MSG
              STRING "Signed on: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPER-ROLE) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-SIGNON-BANNER
              END-STRING
              PERFORM BUILD-ROLE-MENU
              PERFORM NOTE-ACTIVITY
           ELSE IF WS-SIGNON-TRIES NOT LESS THAN 3
              MOVE "Y" TO WS-EXIT-SWITCH
              DISPLAY "Sign-on refused three times - session ended"
           ELSE
              MOVE "Operator id not recognized - try again"
                 TO WS-SIGNON-MSG
           END-IF.

          BUILD-ROLE-MENU.
           PERFORM VARYING WS-MENU-IDX FROM 1 BY 1
                    UNTIL WS-MENU-IDX > 9
              CALL "OPER-PERMIT" USING WS-MENU-PROG (WS-MENU-IDX)
                 WS-MENU-MODE (WS-MENU-IDX) WS-OPER-ROLE
                 WS-MENU-ALLOWED (WS-MENU-IDX)
              END-CALL
              IF WS-MENU-ALLOWED (WS-MENU-IDX) IS EQUAL TO "Y"
                 MOVE WS-MENU-LABEL (WS-MENU-IDX)
                    TO WS-MENU-TEXT (WS-MENU-IDX)
              ELSE
                 MOVE SPACES TO WS-MENU-TEXT (WS-MENU-IDX)
              END-IF
           END-PERFORM.

      * Measured after every entry: a gap longer than the idle limit
      * means the terminal sat unattended, so the entry is thrown
      * away, the timeout audited, and the driver goes back to the
      * sign-on panel. Seconds are counted from the integer date so
      * a session left over midnight is measured correctly. The
      * clock restarts when a utility started from here returns, so
      * the time it ran is not counted as idle.
          CHECK-IDLE-TIMEOUT.
           IF SESSION-TIMED-OUT OR CFG-SIGNON-IDLE-MINS = 0
              EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-CLOCK-READING.
           COMPUTE WS-IDLE-SECS = WS-NOW-SECS - WS-LAST-ACTIVITY-SECS.
           IF WS-IDLE-SECS > CFG-SIGNON-IDLE-MINS * 60
              MOVE "Y" TO WS-SESSION-SW
              MOVE "N" TO WS-SIGNON-SW
              MOVE "TIMEOUT" TO WS-AUDIT-INPUT
              COMPUTE WS-IDLE-EDIT = WS-IDLE-SECS / 60
              MOVE SPACES TO WS-AUDIT-RESULT
              STRING "TIMED OUT, IDLE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IDLE-EDIT) DELIMITED BY SIZE
                   " MIN" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-SESSION-AUDIT
              MOVE "Session timed out - please sign on again"
                 TO WS-SIGNON-MSG
           ELSE
              MOVE WS-NOW-SECS TO WS-LAST-ACTIVITY-SECS
           END-IF.

          NOTE-ACTIVITY.
           PERFORM TAKE-CLOCK-READING.
           MOVE WS-NOW-SECS TO WS-LAST-ACTIVITY-SECS.

          TAKE-CLOCK-READING.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           COMPUTE WS-NOW-SECS =
              FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-NOW-STAMP (1:8))) * 86400
              + FUNCTION NUMVAL(WS-NOW-STAMP (9:2)) * 3600
              + FUNCTION NUMVAL(WS-NOW-STAMP (11:2)) * 60
              + FUNCTION NUMVAL(WS-NOW-STAMP (13:2)).

      * Session events in the same "<event> OPER=<id>" shape
      * OPER-AUTH writes, so ACCESS-RVW reads them all one way; the
      * caller has put the event word in WS-AUDIT-INPUT.
          WRITE-SESSION-AUDIT.
           MOVE "MENU-DRIVER" TO WS-AUDIT-PROGRAM.
           MOVE FUNCTION TRIM(WS-AUDIT-INPUT) TO WS-NUM-TOKEN.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING FUNCTION TRIM(WS-NUM-TOKEN) DELIMITED BY SIZE
                " OPER=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * An option keyed that the role does not hold is refused and
      * audited, not just ignored, so probing shows on the review.
          RUN-SELECTION.
           IF WS-CHOICE IS EQUAL TO "X" OR "x"
              MOVE "Y" TO WS-EXIT-SWITCH
              EXIT PARAGRAPH
           END-IF.
           IF WS-CHOICE IS NOT NUMERIC OR WS-CHOICE IS EQUAL TO "0"
              MOVE "Please choose a number from 1 to 9, or X"
                 TO WS-PANEL-MSG
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHOICE TO WS-CHOICE-NUM.
           IF WS-CHOICE-NUM > 0
              IF WS-MENU-ALLOWED (WS-CHOICE-NUM) IS NOT EQUAL TO "Y"
                 MOVE "That option is not available to your role"
                    TO WS-PANEL-MSG
                 MOVE SPACES TO WS-AUDIT-INPUT
                 STRING FUNCTION TRIM(WS-MENU-PROG (WS-CHOICE-NUM))
                         DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MENU-MODE (WS-CHOICE-NUM))
                         DELIMITED BY SIZE
                      INTO WS-AUDIT-INPUT
                 END-STRING
                 MOVE SPACES TO WS-AUDIT-RESULT
                 STRING "REFUSED, ROLE=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPER-ROLE) DELIMITED BY SIZE
                      INTO WS-AUDIT-RESULT
                 END-STRING
                 MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
                 PERFORM WRITE-SESSION-AUDIT
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           EVALUATE WS-CHOICE-NUM
              WHEN 1 PERFORM RUN-BAKLAVA
              WHEN 2 PERFORM RUN-EVEN-ODD
              WHEN 3 PERFORM RUN-FACTORIAL
              WHEN 6 PERFORM RUN-FIBONACCI
              WHEN 7 PERFORM RUN-COLLATZ
              WHEN 8 PERFORM RUN-NUMFACTS-INQUIRY
              WHEN 9 PERFORM RUN-OPERATIONS-CONSOLE
           END-EVALUATE.

      * The panel loop: the same screen redisplays with the message
      * in its field, until every field passes its validation.
          GET-PANEL-ARGS.
           MOVE "N" TO WS-PANEL-OK-SW.
           PERFORM UNTIL PANEL-FIELDS-OK OR SESSION-TIMED-OUT
              DISPLAY ARG-PANEL-SCREEN
              ACCEPT ARG-PANEL-SCREEN
              PERFORM CHECK-IDLE-TIMEOUT
              IF NOT SESSION-TIMED-OUT
                 PERFORM VALIDATE-PANEL-FIELDS
              END-IF
           END-PERFORM.

          VALIDATE-PANEL-FIELDS.
           MOVE 0 TO WS-F1-MAX WS-F2-MAX.

          RUN-COMMAND-AND-PAUSE.
           IF SESSION-TIMED-OUT
              EXIT PARAGRAPH
           END-IF.
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND-LINE)
           END-CALL.
           PERFORM NOTE-ACTIVITY.
           MOVE SPACES TO WS-PAUSE-KEY.
           DISPLAY PAUSE-SCREEN.
           ACCEPT PAUSE-SCREEN.
           PERFORM CHECK-IDLE-TIMEOUT.

          RUN-BAKLAVA.
           PERFORM INIT-PANEL.
           MOVE "Y" TO WS-F1-NUMERIC-SW.
           MOVE CFG-FACTORIAL-MAX TO WS-F1-MAX.
           MOVE "N" TO WS-FACT-READY-SW.
           PERFORM UNTIL FACT-PANEL-READY OR SESSION-TIMED-OUT
              PERFORM GET-PANEL-ARGS
              IF WS-F2-VALUE (1:5) IS EQUAL TO "COMB " OR "PERM "
                    OR WS-F1-VALUE IS NOT EQUAL TO SPACES
           MOVE "Y" TO WS-F1-NEG-OK.
           MOVE 999999999999999999 TO WS-F1-MAX.
           PERFORM GET-PANEL-ARGS.
           IF SESSION-TIMED-OUT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO WS-LOOKUP-NUM.

      * Same integer test the utilities themselves apply: if moving
           END-READ.
           MOVE "N" TO WS-BROWSE-DONE-SW.
           MOVE SPACES TO WS-BROWSE-MSG.
           PERFORM UNTIL BROWSE-DONE OR SESSION-TIMED-OUT
              PERFORM FILL-BROWSE-FIELDS
              MOVE SPACES TO WS-NAV-KEY
              DISPLAY FACTS-BROWSE-SCREEN
              ACCEPT FACTS-BROWSE-SCREEN
              PERFORM CHECK-IDLE-TIMEOUT
              IF SESSION-TIMED-OUT
                 MOVE "X" TO WS-NAV-KEY
              END-IF
              MOVE SPACES TO WS-BROWSE-MSG
              EVALUATE WS-NAV-KEY
                 WHEN "N"
           ELSE
              MOVE NF-COLLATZ TO WS-SHOW-COLLATZ
           END-IF.
           IF NF-GOLDBACH IS EQUAL TO SPACES
              MOVE "(not yet recorded)" TO WS-SHOW-GOLDBACH
           ELSE
              MOVE NF-GOLDBACH TO WS-SHOW-GOLDBACH
           END-IF.
           IF NF-ALIQUOT IS EQUAL TO SPACES
              MOVE "(not yet recorded)" TO WS-SHOW-ALIQUOT
           ELSE
              MOVE NF-ALIQUOT TO WS-SHOW-ALIQUOT
           END-IF.

      * Shop-standard busy retry: the nightly batch may be holding
      * NUMFACTS mid-REWRITE, which is contention, not damage, so a
                 WS-AUDIT-RUN-ID WS-AUDIT-RC
              END-CALL
           END-IF.

      * The operations console's own menu loop; X, or an idle
      * timeout anywhere beneath it, goes back to the main menu.
          RUN-OPERATIONS-CONSOLE.
           MOVE "N" TO WS-OPS-DONE-SW.
           MOVE SPACES TO WS-OPS-MSG.
           PERFORM UNTIL OPS-DONE OR SESSION-TIMED-OUT
              MOVE SPACE TO WS-OPS-CHOICE
              DISPLAY OPS-MENU-SCREEN
              ACCEPT OPS-MENU-SCREEN
              PERFORM CHECK-IDLE-TIMEOUT
              MOVE SPACES TO WS-OPS-MSG
              IF NOT SESSION-TIMED-OUT
                 EVALUATE WS-OPS-CHOICE
                    WHEN "1"
                       MOVE "M" TO WS-VIEW-SOURCE
                       PERFORM VIEW-OPERATIONS-DATASET
                    WHEN "2"
                       MOVE "D" TO WS-VIEW-SOURCE
                       PERFORM VIEW-OPERATIONS-DATASET
                    WHEN "3"
                       MOVE "A" TO WS-VIEW-SOURCE
                       PERFORM VIEW-OPERATIONS-DATASET
                    WHEN "4"
                       MOVE "B" TO WS-VIEW-SOURCE
                       PERFORM VIEW-OPERATIONS-DATASET
                    WHEN "5"
                       PERFORM SHOW-RESTART-POINT
                    WHEN "X"
                    WHEN "x"
                       MOVE "Y" TO WS-OPS-DONE-SW
                    WHEN OTHER
                       MOVE "Please choose 1 to 5, or X"
                          TO WS-OPS-MSG
                 END-EVALUATE
              END-IF
           END-PERFORM.

      * One scrolling viewer for all four datasets: load, show a
      * page, move on the operator's key. R reloads - for the
      * progress panel that reruns BATCH-MON, so the figures are
      * as of the moment the key was pressed.
          VIEW-OPERATIONS-DATASET.
           PERFORM LOAD-VIEW-LINES.
           MOVE "N" TO WS-VIEW-DONE-SW.
           PERFORM UNTIL VIEW-DONE OR SESSION-TIMED-OUT
              PERFORM FILL-VIEW-PAGE
              MOVE SPACES TO WS-NAV-KEY
              DISPLAY VIEW-SCREEN
              ACCEPT VIEW-SCREEN
              PERFORM CHECK-IDLE-TIMEOUT
              IF SESSION-TIMED-OUT
                 MOVE "X" TO WS-NAV-KEY
              END-IF
              MOVE SPACES TO WS-VIEW-MSG
              EVALUATE WS-NAV-KEY
                 WHEN "N"
                 WHEN "n"
                    IF WS-VIEW-TOP + 16 > WS-VIEW-USED
                       MOVE "At the end of the listing" TO WS-VIEW-MSG
                    ELSE
                       ADD 16 TO WS-VIEW-TOP
                    END-IF
                 WHEN "P"
                 WHEN "p"
                    IF WS-VIEW-TOP NOT GREATER THAN 1
                       MOVE "At the start of the listing"
                          TO WS-VIEW-MSG
                    ELSE IF WS-VIEW-TOP > 16
                       SUBTRACT 16 FROM WS-VIEW-TOP
                    ELSE
                       MOVE 1 TO WS-VIEW-TOP
                    END-IF
                 WHEN ">"
                    ADD 40 TO WS-VIEW-COL
                    IF WS-VIEW-COL > 55
                       MOVE 55 TO WS-VIEW-COL
                    END-IF
                 WHEN "<"
                    IF WS-VIEW-COL > 40
                       SUBTRACT 40 FROM WS-VIEW-COL
                    ELSE
                       MOVE 1 TO WS-VIEW-COL
                    END-IF
                 WHEN "R"
                 WHEN "r"
                    PERFORM LOAD-VIEW-LINES
                 WHEN "X"
                 WHEN "x"
                    MOVE "Y" TO WS-VIEW-DONE-SW
                 WHEN OTHER
                    MOVE "Use N, P, <, >, R, or X" TO WS-VIEW-MSG
              END-EVALUATE
           END-PERFORM.

          LOAD-VIEW-LINES.
           MOVE 0 TO WS-VIEW-USED.
           MOVE 1 TO WS-VIEW-TOP WS-VIEW-COL.
           MOVE "N" TO WS-VIEW-OVERFLOW-SW WS-VIEW-EOF-SW.
           MOVE SPACES TO WS-VIEW-MSG.
           EVALUATE TRUE
              WHEN VIEW-PROGRESS
                 PERFORM LOAD-PROGRESS-LINES
              WHEN VIEW-STEPS
                 PERFORM LOAD-STEP-LINES
              WHEN VIEW-ALERTS
                 PERFORM LOAD-ALERT-LINES
              WHEN VIEW-BALANCE
                 PERFORM LOAD-BALANCE-LINES
           END-EVALUATE.
           IF VIEW-TABLE-OVERFLOWED
              MOVE "Only the first 500 lines are shown"
                 TO WS-VIEW-MSG
           END-IF.

      * BATCH-MON run in PANEL mode writes its figures to MONOUT,
      * read back here; the cutoff from the console menu goes on
      * its command line when one was keyed.
          LOAD-PROGRESS-LINES.
           MOVE SPACES TO WS-VIEW-TITLE.
           MOVE "WINDOW PROGRESS - R TO REFRESH" TO WS-VIEW-TITLE.
           MOVE SPACES TO WS-COMMAND-LINE.
           IF WS-OPS-CUTOFF IS EQUAL TO SPACES
              MOVE "batch-mon PANEL" TO WS-COMMAND-LINE
           ELSE
              STRING "batch-mon PANEL CUTOFF " DELIMITED BY SIZE
                   WS-OPS-CUTOFF DELIMITED BY SIZE
                   INTO WS-COMMAND-LINE
              END-STRING
           END-IF.
           CALL "SYSTEM" USING FUNCTION TRIM(WS-COMMAND-LINE)
           END-CALL.
           PERFORM NOTE-ACTIVITY.
           OPEN INPUT MON-OUT-FILE.
           IF WS-VIEW-STATUS IS NOT EQUAL TO "00"
              MOVE "BATCH-MON produced no progress figures"
                 TO WS-VIEW-MSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-VIEW-FILE
              READ MON-OUT-FILE
                 AT END MOVE "Y" TO WS-VIEW-EOF-SW
                 NOT AT END
                    MOVE MON-OUT-REC TO WS-VIEW-TEXT
                    PERFORM ADD-VIEW-LINE
              END-READ
           END-PERFORM.
           CLOSE MON-OUT-FILE.

          LOAD-STEP-LINES.
           MOVE "TONIGHT'S DISPATCHER STEP RESULTS (DISPRPT)"
              TO WS-VIEW-TITLE.
           OPEN INPUT DISP-RPT-FILE.
           IF WS-VIEW-STATUS IS NOT EQUAL TO "00"
              MOVE "No DISPRPT yet - the window has not started"
                 TO WS-VIEW-MSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-VIEW-FILE
              READ DISP-RPT-FILE
                 AT END MOVE "Y" TO WS-VIEW-EOF-SW
                 NOT AT END
                    MOVE DISP-RPT-REC TO WS-VIEW-TEXT
                    PERFORM ADD-VIEW-LINE
              END-READ
           END-PERFORM.
           CLOSE DISP-RPT-FILE.

      * ALERTRPT holds exceptions only, so every line is shown; an
      * empty one is a clean night and is said so.
          LOAD-ALERT-LINES.
           MOVE "NIGHT ALERTS (ALERTRPT)" TO WS-VIEW-TITLE.
           OPEN INPUT ALERT-RPT-FILE.
           IF WS-VIEW-STATUS IS NOT EQUAL TO "00"
              MOVE "No ALERTRPT yet - NITE-ALERT has not run"
                 TO WS-VIEW-MSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-VIEW-FILE
              READ ALERT-RPT-FILE
                 AT END MOVE "Y" TO WS-VIEW-EOF-SW
                 NOT AT END
                    MOVE ALERT-RPT-REC TO WS-VIEW-TEXT
                    PERFORM ADD-VIEW-LINE
              END-READ
           END-PERFORM.
           CLOSE ALERT-RPT-FILE.
           IF WS-VIEW-USED IS EQUAL TO 0
              MOVE "No alerts - a clean night" TO WS-VIEW-MSG
           END-IF.

      * BALRPT lists every program; only its out-of-balance lines
      * and the closing count are exceptions.
          LOAD-BALANCE-LINES.
           MOVE "BALANCING EXCEPTIONS (BALRPT)" TO WS-VIEW-TITLE.
           OPEN INPUT BAL-RPT-FILE.
           IF WS-VIEW-STATUS IS NOT EQUAL TO "00"
              MOVE "No BALRPT yet - BAL-RPT has not run"
                 TO WS-VIEW-MSG
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-VIEW-FILE
              READ BAL-RPT-FILE
                 AT END MOVE "Y" TO WS-VIEW-EOF-SW
                 NOT AT END
                    MOVE 0 TO WS-VIEW-TALLY
                    INSPECT BAL-RPT-REC TALLYING WS-VIEW-TALLY
                       FOR ALL "OUT OF BALANCE"
                    IF WS-VIEW-TALLY > 0
                       MOVE BAL-RPT-REC TO WS-VIEW-TEXT
                       PERFORM ADD-VIEW-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BAL-RPT-FILE.

          ADD-VIEW-LINE.
           IF WS-VIEW-USED NOT LESS THAN 500
              MOVE "Y" TO WS-VIEW-OVERFLOW-SW
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VIEW-USED.
           MOVE WS-VIEW-TEXT TO WS-VIEW-LINE (WS-VIEW-USED).

          FILL-VIEW-PAGE.
           PERFORM VARYING WS-VIEW-ROW FROM 1 BY 1
                    UNTIL WS-VIEW-ROW > 16
              COMPUTE WS-VIEW-IDX = WS-VIEW-TOP + WS-VIEW-ROW - 1
              IF WS-VIEW-IDX > WS-VIEW-USED
                 MOVE SPACES TO WS-VIEW-SHOW (WS-VIEW-ROW)
              ELSE
                 MOVE WS-VIEW-LINE (WS-VIEW-IDX) (WS-VIEW-COL:78)
                    TO WS-VIEW-SHOW (WS-VIEW-ROW)
              END-IF
           END-PERFORM.
           IF WS-VIEW-MSG IS EQUAL TO SPACES
              MOVE WS-VIEW-TOP TO WS-VIEW-POS-EDIT
              MOVE WS-VIEW-USED TO WS-VIEW-CNT-EDIT
              STRING "Line " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VIEW-POS-EDIT) DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VIEW-CNT-EDIT) DELIMITED BY SIZE
                   INTO WS-VIEW-MSG
              END-STRING
           END-IF.

      * The restart point as DISPATCHER itself will read it: the
      * clean-step count on DISPCKPT, and the DISPCTL entry after
      * it, which is the first step a RESTART run would execute.
          SHOW-RESTART-POINT.
           MOVE 0 TO WS-CKPT-STEPS WS-CTL-STEPS.
           MOVE SPACES TO WS-RESUME-TEXT.
           OPEN INPUT DISP-CKPT-FILE.
           IF WS-VIEW-STATUS IS EQUAL TO "00"
              READ DISP-CKPT-FILE
                 AT END CONTINUE
                 NOT AT END MOVE DISP-CKPT-REC TO WS-CKPT-STEPS
              END-READ
              CLOSE DISP-CKPT-FILE
           END-IF.
           MOVE "N" TO WS-VIEW-EOF-SW.
           OPEN INPUT DISP-CTL-FILE.
           IF WS-VIEW-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-VIEW-FILE
                 READ DISP-CTL-FILE
                    AT END MOVE "Y" TO WS-VIEW-EOF-SW
                    NOT AT END
                       ADD 1 TO WS-CTL-STEPS
                       IF WS-CTL-STEPS = WS-CKPT-STEPS + 1
                          STRING "Resumes at: " DELIMITED BY SIZE
                               FUNCTION TRIM(CTL-UTILITY)
                                  DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FUNCTION TRIM(CTL-ARGS)
                                  DELIMITED BY SIZE
                               INTO WS-RESUME-TEXT
                          END-STRING
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DISP-CTL-FILE
           END-IF.
           MOVE WS-CKPT-STEPS TO WS-CKPT-EDIT.
           MOVE WS-CTL-STEPS TO WS-CTL-EDIT.
           MOVE SPACES TO WS-RESTART-LINE1 WS-RESTART-LINE2.
           STRING "Steps completed cleanly (DISPCKPT): "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-CKPT-EDIT) DELIMITED BY SIZE
                INTO WS-RESTART-LINE1
           END-STRING.
           STRING "Steps in the control file (DISPCTL): "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-CTL-EDIT) DELIMITED BY SIZE
                INTO WS-RESTART-LINE2
           END-STRING.
           IF WS-RESUME-TEXT IS EQUAL TO SPACES
              MOVE "Nothing to resume - the checkpoint is at the end"
                 TO WS-RESUME-TEXT
           END-IF.
           MOVE "N" TO WS-RESTART-CONFIRM.
           DISPLAY RESTART-SCREEN.
           ACCEPT RESTART-SCREEN.
           PERFORM CHECK-IDLE-TIMEOUT.
           IF SESSION-TIMED-OUT
              EXIT PARAGRAPH
           END-IF.
           IF WS-RESTART-CONFIRM IS EQUAL TO "Y" OR "y"
              PERFORM REQUEST-DISPATCHER-RESTART
           END-IF.

      * The role gate is OPER-AUTH's, and its record of the decision
      * ("RESTART OPER=<id>" under DISPATCHER) is the request's one
      * stamp on the trail; DISPATCHER takes the restart point from
      * DISPCKPT itself, as the panel showed it.
          REQUEST-DISPATCHER-RESTART.
           CALL "OPER-AUTH" USING WS-RESTART-PROG WS-RESTART-MODE
              WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              MOVE "Restart not allowed for your role - not started"
                 TO WS-OPS-MSG
              EXIT PARAGRAPH
           END-IF.
           MOVE "dispatch RESTART" TO WS-COMMAND-LINE.
           PERFORM RUN-COMMAND-AND-PAUSE.
           MOVE "DISPATCHER restart requested and run" TO WS-OPS-MSG.
