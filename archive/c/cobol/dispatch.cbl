          SELECT DISP-RPT-FILE ASSIGN TO "DISPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPRPT-STATUS.
          SELECT DISP-CKPT-FILE ASSIGN USING WS-DISPCKPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DISPCKPT-STATUS.
          SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
          01 WS-DISPCKPT-STATUS      PIC XX.
          01 CMD-ARGS                PIC X(38).

      * Test/simulation run: "TEST" anywhere in the PARM ("TEST",
      * "RESTART TEST"), or NUMMODE already set to TEST by the job,
      * makes this a TEST run (see RUNMODE.CPY). NUMMODE is then set
      * for every step the same way NUMRUNID is, so each utility
      * and shared routine sends its updates to the shadow files;
      * the run id starts "T" instead of "R" so the run can never be
      * mistaken for a production one, and the restart checkpoint
      * is kept on CKPTTEST so a test run never moves production's
      * restart point.
          01 WS-TEST-TALLY           PIC 9(2).
          01 WS-DISPCKPT-DD          PIC X(8) VALUE "DISPCKPT".
          COPY RUNMODE.

      * Restart support: after every step DISPCKPT is rewritten with
      * the count of leading steps that have completed cleanly
      * (RETURN-CODE zero with nothing dirty before them). A rerun
      * instead of five separate job logs.
        PROCEDURE DIVISION.
            ACCEPT CMD-ARGS FROM COMMAND-LINE.
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
            MOVE 0 TO WS-TEST-TALLY.
            INSPECT CMD-ARGS TALLYING WS-TEST-TALLY FOR ALL "TEST".
            IF WS-TEST-TALLY > 0
               MOVE "TEST" TO WS-RUN-MODE
            END-IF.
            IF TEST-RUN
               SET ENVIRONMENT "NUMMODE" TO WS-RUN-MODE
               MOVE "CKPTTEST" TO WS-DISPCKPT-DD
            END-IF.
      * The steps a restart skips over are exactly the clean prefix
      * already on the checkpoint, so the counter resumes from there
      * and a later restart does not rewind behind this one. A plain
                 WS-RUN-TIMESTAMP (9:6) DELIMITED BY SIZE
                 INTO WS-RUN-ID
            END-STRING.
            IF TEST-RUN
               MOVE "T" TO WS-RUN-ID (1:1)
            END-IF.
            SET ENVIRONMENT "NUMRUNID" TO WS-RUN-ID.
            OPEN INPUT DISP-CTL-FILE.
            OPEN OUTPUT DISP-RPT-FILE.
            END-STRING.
            DISPLAY FUNCTION TRIM(DISP-RPT-REC).
            WRITE DISP-RPT-REC.
            IF TEST-RUN
               MOVE "MODE: TEST - UPDATES TO SHADOW FILES, SEE SIMRPT"
                  TO DISP-RPT-REC
               DISPLAY FUNCTION TRIM(DISP-RPT-REC)
               WRITE DISP-RPT-REC
            END-IF.
            PERFORM UNTIL END-OF-DISPCTL
               READ DISP-CTL-FILE
                  AT END MOVE "Y" TO WS-EOF-SWITCH
