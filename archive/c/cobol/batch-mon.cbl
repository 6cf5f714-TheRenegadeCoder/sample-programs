      * against the window cutoff when one is given on the command
      * line as "CUTOFF HHMMSS". Console output only; this is an
      * operator screen, not a report of record.
      *
      * Given "PANEL" ahead of the other arguments, the same lines go
      * to the MONOUT dataset instead of the console, one per record,
      * for MENU-DRIVER's operations console to put up on its
      * refreshable progress panel.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTATS-STATUS.
          SELECT MON-OUT-FILE ASSIGN TO "MONOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MONOUT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD DISP-CTL-FILE.
          FD RUN-STATS-FILE.
          COPY RSTATREC.

          FD MON-OUT-FILE.
          01 MON-OUT-REC             PIC X(78).

        WORKING-STORAGE SECTION.
          01 WS-DISPCTL-STATUS       PIC XX.
          01 WS-DISPCKPT-STATUS      PIC XX.
          01 WS-FACTCKPT-STATUS      PIC XX.
          01 WS-PRIMECKPT-STATUS     PIC XX.
          01 WS-RUNSTATS-STATUS      PIC XX.
          01 WS-MONOUT-STATUS        PIC XX.
          01 WS-PANEL-SW             PIC X VALUE "N".
            88 PANEL-OUTPUT              VALUE "Y".
          01 WS-MON-LINE             PIC X(78).
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           IF CMD-ARGS (1:5) = "PANEL"
              MOVE "Y" TO WS-PANEL-SW
              MOVE FUNCTION TRIM(CMD-ARGS (6:33)) TO WS-MON-LINE
              MOVE WS-MON-LINE TO CMD-ARGS
              OPEN OUTPUT MON-OUT-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TIMESTAMP.
           COMPUTE WS-NOW-SECS =
              FUNCTION NUMVAL(WS-NOW-TIMESTAMP (9:2)) * 3600
                    + FUNCTION NUMVAL(WS-CUTOFF-TOKEN (5:2))
                 MOVE "Y" TO WS-CUTOFF-GIVEN-SW
              ELSE
                 MOVE "Usage: batch-mon [PANEL] [CUTOFF HHMMSS]"
                    TO WS-MON-LINE
                 PERFORM SHOW-MON-LINE
                 PERFORM CLOSE-PANEL-OUTPUT
                 MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM READ-RUNSTATS-RATES.
           MOVE SPACES TO WS-MON-LINE.
           STRING "BATCH WINDOW PROGRESS AT " DELIMITED BY SIZE
                WS-NOW-TIMESTAMP (9:2) ":" DELIMITED BY SIZE
                WS-NOW-TIMESTAMP (11:2) ":" DELIMITED BY SIZE
                WS-NOW-TIMESTAMP (13:2) DELIMITED BY SIZE
                INTO WS-MON-LINE
           END-STRING.
           PERFORM SHOW-MON-LINE.
           PERFORM SHOW-DISPATCHER-PROGRESS.
           PERFORM SHOW-FACTORIAL-PROGRESS.
           PERFORM SHOW-PRIME-PROGRESS.
           PERFORM CLOSE-PANEL-OUTPUT.
           MOVE RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

      * Every progress line goes out through here: to the console
      * normally, to MONOUT when the operations console asked.
          SHOW-MON-LINE.
           IF PANEL-OUTPUT
              MOVE WS-MON-LINE TO MON-OUT-REC
              WRITE MON-OUT-REC
           ELSE
              DISPLAY FUNCTION TRIM(WS-MON-LINE, TRAILING)
           END-IF.

          CLOSE-PANEL-OUTPUT.
           IF PANEL-OUTPUT
              CLOSE MON-OUT-FILE
           END-IF.

      * Latest run per program wins, the same last-record-of-the-
      * trail convention BAL-RPT applies, so tonight's rerun rates
      * beat last week's.
          READ-RUNSTATS-RATES.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS IS NOT EQUAL TO "00"
              MOVE "No RUNSTATS history - no rates to project on."
                 TO WS-MON-LINE
              PERFORM SHOW-MON-LINE
           ELSE
              PERFORM UNTIL END-OF-INPUT
                 READ RUN-STATS-FILE
              CLOSE DISP-CKPT-FILE
           END-IF.
           IF WS-STEPS-TOTAL IS EQUAL TO 0
              MOVE "DISPATCHER: no control file on hand."
                 TO WS-MON-LINE
              PERFORM SHOW-MON-LINE
              EXIT PARAGRAPH.
           COMPUTE WS-STEPS-LEFT = WS-STEPS-TOTAL - WS-STEPS-DONE.
           IF WS-STEPS-LEFT < 0
           END-IF.
           MOVE WS-STEPS-DONE TO WS-COUNT-EDIT.
           MOVE WS-STEPS-TOTAL TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-MON-LINE.
           STRING "DISPATCHER: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " OF " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " STEPS COMPLETE" DELIMITED BY SIZE
                INTO WS-MON-LINE
           END-STRING.
           PERFORM SHOW-MON-LINE.
           IF WS-DISP-ELAPSED > 0 AND WS-STEPS-LEFT > 0
              COMPUTE WS-REMAIN-SECS =
                 WS-DISP-ELAPSED * WS-STEPS-LEFT / WS-STEPS-TOTAL
              CLOSE FACT-CKPT-FILE
           END-IF.
           IF WS-FACT-TOTAL IS EQUAL TO 0
              MOVE "FACTORIAL:  no input generation on hand."
                 TO WS-MON-LINE
              PERFORM SHOW-MON-LINE
              EXIT PARAGRAPH.
           COMPUTE WS-FACT-LEFT = WS-FACT-TOTAL - WS-FACT-DONE.
           IF WS-FACT-LEFT < 0
           END-IF.
           MOVE WS-FACT-DONE TO WS-COUNT-EDIT.
           MOVE WS-FACT-TOTAL TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-MON-LINE.
           STRING "FACTORIAL:  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " OF " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " RECORDS CHECKPOINTED" DELIMITED BY SIZE
                INTO WS-MON-LINE
           END-STRING.
           PERFORM SHOW-MON-LINE.
           IF WS-FACT-RATE > 0 AND WS-FACT-LEFT > 0
              COMPUTE WS-REMAIN-SECS = WS-FACT-RATE * WS-FACT-LEFT
              PERFORM SHOW-PROJECTION
          SHOW-PRIME-PROGRESS.
           OPEN INPUT PRIME-CKPT-FILE.
           IF WS-PRIMECKPT-STATUS IS NOT EQUAL TO "00"
              MOVE "PRIME SCAN: no checkpoint on hand." TO WS-MON-LINE
              PERFORM SHOW-MON-LINE
           ELSE
              READ PRIME-CKPT-FILE
                 AT END
                    MOVE "PRIME SCAN: checkpoint is empty."
                       TO WS-MON-LINE
                    PERFORM SHOW-MON-LINE
                 NOT AT END
                    MOVE CKPT-LAST-NUM TO WS-COUNT-EDIT
                    MOVE CKPT-FOUND-CNT TO WS-COUNT-EDIT2
                    MOVE SPACES TO WS-MON-LINE
                    STRING "PRIME SCAN: AT " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-COUNT-EDIT2)
                            DELIMITED BY SIZE
                         " PRIMES FOUND" DELIMITED BY SIZE
                         INTO WS-MON-LINE
                    END-STRING
                    PERFORM SHOW-MON-LINE
              END-READ
              CLOSE PRIME-CKPT-FILE
           END-IF.
      * at 2 a.m. is the safe way to be wrong.
          SHOW-PROJECTION.
           COMPUTE WS-MINUTES-EDIT = WS-REMAIN-SECS / 60.
           MOVE SPACES TO WS-MON-LINE.
           STRING "            ESTIMATED MINUTES REMAINING: "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-MINUTES-EDIT) DELIMITED BY SIZE
                INTO WS-MON-LINE
           END-STRING.
           PERFORM SHOW-MON-LINE.
           COMPUTE WS-PROJ-SECS =
              FUNCTION MOD(WS-NOW-SECS + WS-REMAIN-SECS, 86400).
           COMPUTE WS-PROJ-HH = WS-PROJ-SECS / 3600.
           COMPUTE WS-PROJ-MM =
              FUNCTION MOD(WS-PROJ-SECS, 3600) / 60.
           MOVE SPACES TO WS-MON-LINE.
           STRING "            PROJECTED END: " DELIMITED BY SIZE
                WS-PROJ-HH ":" WS-PROJ-MM DELIMITED BY SIZE
                INTO WS-MON-LINE
           END-STRING.
           PERFORM SHOW-MON-LINE.
           IF CUTOFF-GIVEN
              IF WS-NOW-SECS + WS-REMAIN-SECS > WS-CUTOFF-SECS
                    OR WS-PROJ-SECS < WS-NOW-SECS
                 MOVE "            PROJECTED PAST THE CUTOFF"
                    TO WS-MON-LINE
              ELSE
                 MOVE "            INSIDE THE WINDOW CUTOFF"
                    TO WS-MON-LINE
              END-IF
              PERFORM SHOW-MON-LINE
           END-IF.
