      * RUNSTATS record per run carrying the program, its start and
      * end timestamps, and the records read / written / errored, so
      * RUNSTATS-RPT can trend the nightly window by day.
      *
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) the record goes
      * to the STATTEST shadow file instead, stamped as a test
      * record.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RUN-STATS-FILE ASSIGN USING WS-RUNSTATS-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTATS-STATUS.
        DATA DIVISION.

        WORKING-STORAGE SECTION.
          01 WS-RUNSTATS-STATUS      PIC XX.
          01 WS-RUNSTATS-DD          PIC X(8).
          COPY RUNMODE.
          01 WS-TIMESTAMP            PIC X(21).

      * Department code from the NUMDEPT environment name, stamped
      * so the chargeback report can split volumes by requestor.
          01 WS-DEPT-CODE            PIC X(8).

      * Answered-from-file / computed split handed over by
      * RUN-STATS-HITS ahead of the end-of-run call; a program that
      * never makes that call leaves the two record fields blank.
          01 WS-HITS-SWITCH          PIC X VALUE "N".
            88 HITS-SUPPLIED             VALUE "Y".
          01 WS-HITS-ANSWERED        PIC 9(7) VALUE 0.
          01 WS-HITS-COMPUTED        PIC 9(7) VALUE 0.

        LINKAGE SECTION.
          01 LS-PROGRAM              PIC X(12).
          01 LS-START                PIC X(14).
          01 LS-READ                 PIC 9(7).
          01 LS-WRITTEN              PIC 9(7).
          01 LS-ERRORS               PIC 9(7).
          01 LS-ANSWERED             PIC 9(7).
          01 LS-COMPUTED             PIC 9(7).

        PROCEDURE DIVISION USING LS-PROGRAM LS-START LS-READ
                                  LS-WRITTEN LS-ERRORS.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "STATTEST" TO WS-RUNSTATS-DD
           ELSE
              MOVE "RUNSTATS" TO WS-RUNSTATS-DD
           END-IF.
           OPEN EXTEND RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS IS EQUAL TO "05" OR "35" THEN
              OPEN OUTPUT RUN-STATS-FILE
              MOVE "UNASGN" TO WS-DEPT-CODE
           END-IF.
           MOVE WS-DEPT-CODE TO RS-DEPT.
           IF TEST-RUN
              MOVE "T" TO RS-RUN-MODE
           END-IF.
           IF HITS-SUPPLIED
              MOVE WS-HITS-ANSWERED TO RS-ANSWERED
              MOVE WS-HITS-COMPUTED TO RS-COMPUTED
              MOVE "N" TO WS-HITS-SWITCH
           END-IF.
           WRITE RUN-STATS-REC.
           CLOSE RUN-STATS-FILE.
           GOBACK.

      * The batch passes that answer repeat inputs from NUMFACTS
      * call this first with their two counts, which ride on the
      * next RUNSTATS record written.
          RUN-STATS-SET-HITS.
           ENTRY "RUN-STATS-HITS" USING LS-ANSWERED LS-COMPUTED.
           MOVE LS-ANSWERED TO WS-HITS-ANSWERED.
           MOVE LS-COMPUTED TO WS-HITS-COMPUTED.
           MOVE "Y" TO WS-HITS-SWITCH.
           GOBACK.
