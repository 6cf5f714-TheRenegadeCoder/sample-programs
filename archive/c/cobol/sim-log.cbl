        IDENTIFICATION DIVISION.
        PROGRAM-ID. SIM-LOG.

      * Shared would-have-changed routine for TEST runs (NUMMODE,
      * see RUNMODE.CPY). NUMFACT, the PRIMECAC writers, BACKFILL
      * and EXCP-ADJUD point their updates at shadow masters under
      * TEST, and call this for each one so the change a production
      * run would have made to the real master is on record: one
      * fixed-column SIMCHG line (SIMREC.CPY) per update, stamped
      * with the time and the run identifier, the same appended
      * shape RUN-STATS keeps. SIM-RPT summarizes the file at end of
      * run. Production runs never call it.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT SIM-CHANGE-FILE ASSIGN TO "SIMCHG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SIMCHG-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD SIM-CHANGE-FILE.
          COPY SIMREC.

        WORKING-STORAGE SECTION.
          01 WS-SIMCHG-STATUS        PIC XX.
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-RUN-ID               PIC X(8).

        LINKAGE SECTION.
          01 LS-CALLER               PIC X(12).
          01 LS-TARGET               PIC X(8).
          01 LS-ACTION               PIC X(6).
          01 LS-KEY                  PIC X(31).
          01 LS-FIELD                PIC X(1).
          01 LS-OLD-VALUE            PIC X(60).
          01 LS-NEW-VALUE            PIC X(60).

        PROCEDURE DIVISION USING LS-CALLER LS-TARGET LS-ACTION
                                  LS-KEY LS-FIELD LS-OLD-VALUE
                                  LS-NEW-VALUE.
           OPEN EXTEND SIM-CHANGE-FILE.
           IF WS-SIMCHG-STATUS IS EQUAL TO "05" OR "35" THEN
              OPEN OUTPUT SIM-CHANGE-FILE
              CLOSE SIM-CHANGE-FILE
              OPEN EXTEND SIM-CHANGE-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           IF WS-RUN-ID IS EQUAL TO SPACES
              MOVE "DIRECT" TO WS-RUN-ID
           END-IF.
           MOVE SPACES TO SIM-CHANGE-REC.
           MOVE WS-TIMESTAMP (1:14) TO SC-TIMESTAMP.
           MOVE WS-RUN-ID TO SC-RUN-ID.
           MOVE LS-CALLER TO SC-CALLER.
           MOVE LS-TARGET TO SC-TARGET.
           MOVE LS-ACTION TO SC-ACTION.
           MOVE LS-KEY TO SC-KEY.
           MOVE LS-FIELD TO SC-FIELD.
           MOVE LS-OLD-VALUE TO SC-OLD-VALUE.
           MOVE LS-NEW-VALUE TO SC-NEW-VALUE.
           WRITE SIM-CHANGE-REC.
           CLOSE SIM-CHANGE-FILE.
           GOBACK.
