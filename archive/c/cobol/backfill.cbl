      * CFG-PRIME-MAX / CFG-FACTORIAL-MAX ceilings the utilities
      * themselves enforce; a field whose key is over its ceiling is
      * left blank rather than computed past the shop limits.
      *
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) the scan and the
      * rewrites go to the NUMFTEST shadow facts file and the
      * JRNLTEST shadow journal, journal lines are stamped as test
      * records, and each field filled is logged to SIMCHG through
      * SIM-LOG as one production would have filled.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMFACTS-FILE ASSIGN USING WS-NUMFACTS-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN USING WS-NUMFJRNL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-NUMFACTS-DD          PIC X(8) VALUE "NUMFACTS".
          01 WS-NUMFJRNL-DD          PIC X(8) VALUE "NUMFJRNL".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-JRNL-FIELD           PIC X(1).
          01 WS-JRNL-VALUE           PIC X(60).
          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "NUMFTEST" TO WS-NUMFACTS-DD
              MOVE "JRNLTEST" TO WS-NUMFJRNL-DD
           END-IF.

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           MOVE NF-KEY TO JR-KEY.
           MOVE WS-JRNL-FIELD TO JR-FIELD.
           MOVE WS-JRNL-VALUE TO JR-VALUE.
           MOVE "BACKFILL" TO JR-CALLER.
           IF TEST-RUN
              MOVE "T" TO JR-RUN-MODE
           END-IF.
           WRITE NUMF-JRNL-REC.
           CLOSE NUMF-JRNL-FILE.
           IF TEST-RUN
              PERFORM LOG-SIM-CHANGE
           END-IF.

      * Backfill only ever fills a blank field, so the production
      * change is always a FILL from spaces.
          LOG-SIM-CHANGE.
           MOVE "BACKFILL" TO WS-SIM-CALLER.
           MOVE "NUMFACTS" TO WS-SIM-TARGET.
           MOVE "FILL" TO WS-SIM-ACTION.
           MOVE NF-KEY TO WS-SIM-KEY.
           MOVE WS-JRNL-FIELD TO WS-SIM-FIELD.
           MOVE SPACES TO WS-SIM-OLD-VALUE.
           MOVE WS-JRNL-VALUE TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.

      * Console summary plus the same one-line-per-run audit entry
      * the utilities' own batch modes write.
