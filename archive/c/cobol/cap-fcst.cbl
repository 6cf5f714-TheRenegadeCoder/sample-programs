        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAP-FCST.

      * Monthly capacity forecast for the batch window and the
      * masters. RUNSTATS-RPT shows how the window has filled and
      * BATCH-MON projects tonight's finish; this report says when
      * the window or the disk runs out, while there is still time
      * to put the capacity request in.
      *
      * The window: the production RUNSTATS records (test records
      * skipped) are grouped into nights - noon to noon, so a run
      * that starts at 23:00 and one that starts at 01:00 belong to
      * the same night - and each night's window is its first start
      * to its last end. A straight-line trend is fitted through the
      * nights' windows and projected 90 days forward against the
      * cutoff (PARM "CUTOFF HHMMSS", the same argument BATCH-MON
      * takes; 06:00:00 when none is given), from the average time
      * the window opens, and the date the trend first crosses the
      * cutoff is given. Each program's elapsed seconds and records
      * read per night are trended the same way, so the line that
      * is growing can be seen.
      *
      * What-if: the FACTORIAL share of each night is its compute
      * seconds divided across the FACTORIAL runs that night (one on
      * a NITERUN night, one per stream on a FACTPAR night), and the
      * PRIME-NUMBER share is taken to scale with CFG-PRIME-SCAN-
      * QUOTA, which is what its CONTINUE scan spends the time on.
      * The window is re-fitted with the FACTORIAL share spread over
      * other stream counts and the PRIME-NUMBER share at other
      * quotas, and each alternative's 90-day window and breach date
      * is shown beside the trend as run.
      *
      * The masters: at each month end the records in NUMFACTS,
      * PRIMECAC, NUMFJRNL and AUDITLOG are counted and added to the
      * monthly snapshots carried in the CAPHIST generations (the
      * prior generation is read, a new one written with this
      * month's counts added; a rerun on the same day replaces that
      * day's counts). Each store's count is trended through its
      * snapshots, with the month's growth and growth rate, and
      * projected 90 days forward against the ceiling the CAPCTL
      * member gives it ("<store> <records>"; a store with no
      * ceiling is projected but never breaches). NUMFJRNL and
      * AUDITLOG are counted before MONTHEND compacts and clears
      * them, so theirs are the month's peak counts.
      *
      * RC 0 when nothing is projected to breach inside 90 days,
      * RC 8 when the window or a store is (or already has), and
      * RC 4 when there is no RUNSTATS history to forecast from or
      * the PARM is not valid.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RUNSTATS-STATUS.
          SELECT CAP-CTL-FILE ASSIGN TO "CAPCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAPCTL-STATUS.
          SELECT CAP-HIST-FILE ASSIGN TO "CAPHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAPHIST-STATUS.
          SELECT CAP-NEW-FILE ASSIGN TO "CAPNEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAPNEW-STATUS.
          SELECT NUMFACTS-FILE ASSIGN TO "NUMFACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT PRIME-CACHE-FILE ASSIGN TO "PRIMECAC"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
              FILE STATUS IS WS-CACHE-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
          SELECT CAP-RPT-FILE ASSIGN TO "CAPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAPRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD RUN-STATS-FILE.
          COPY RSTATREC.

      * One ceiling per line: the store's DD name and the record
      * count it must not pass. "*" in column 1 is a comment.
          FD CAP-CTL-FILE.
          01 CAP-CTL-REC             PIC X(80).

      * One line per store per month end: the date of the count, the
      * store and the records it held.
          FD CAP-HIST-FILE.
          01 CAP-HIST-REC.
            03 CH-SNAP-DATE          PIC X(8).
            03 FILLER                PIC X(1).
            03 CH-STORE              PIC X(8).
            03 FILLER                PIC X(1).
            03 CH-RECORDS            PIC 9(11).
            03 FILLER                PIC X(11).

          FD CAP-NEW-FILE.
          01 CAP-NEW-REC             PIC X(40).

          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD PRIME-CACHE-FILE.
          COPY CACHEREC.

          FD NUMF-JRNL-FILE.
          01 NUMF-JRNL-LINE          PIC X(124).

          FD AUDIT-FILE.
          01 AUDIT-LINE              PIC X(142).

          FD CAP-RPT-FILE.
          01 CAP-RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
          01 WS-RUNSTATS-STATUS      PIC XX.
          01 WS-CAPCTL-STATUS        PIC XX.
          01 WS-CAPHIST-STATUS       PIC XX.
          01 WS-CAPNEW-STATUS        PIC XX.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-CACHE-STATUS         PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-AUDIT-STATUS         PIC XX.
          01 WS-CAPRPT-STATUS        PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".

          01 CMD-ARGS                PIC X(38).
          01 WS-MODE-TOKEN           PIC X(10).
          01 WS-CUTOFF-TOKEN         PIC X(10).
          01 WS-CUTOFF-SECS          PIC 9(6) VALUE 21600.
          01 WS-CUTOFF-EDIT          PIC X(8).

          01 WS-TODAY                PIC X(8).
          01 WS-TODAY-INT            PIC 9(7).
          01 WS-HORIZON-DAYS         PIC 9(3) VALUE 90.
          01 WS-HORIZON-BREACH-SW    PIC X VALUE "N".
            88 BREACH-INSIDE-HORIZON     VALUE "Y".
          01 WS-FIRST-BREACH-DAYS    PIC 9(5) VALUE 99999.

      * One slot per night on RUNSTATS inside the last 400 days, in
      * the order the nights first appear (RUNSTATS is appended
      * chronologically). Times are seconds from the noon that opens
      * the night, so a window that runs past midnight stays one
      * straight span.
          01 WS-NIGHT-USED           PIC 9(3) VALUE 0.
          01 WS-NIGHT-TABLE.
            03 WS-NIGHT-ENTRY OCCURS 400 TIMES.
              05 WS-NIGHT-INT        PIC 9(7).
              05 WS-NIGHT-FIRST      PIC S9(7).
              05 WS-NIGHT-LAST       PIC S9(7).
              05 WS-NIGHT-FACT-SECS  PIC 9(7).
              05 WS-NIGHT-FACT-RUNS  PIC 9(3).
              05 WS-NIGHT-PRIME-SECS PIC 9(7).
          01 WS-NIGHT-IDX            PIC 9(3).
          01 WS-OLDEST-INT           PIC 9(7).
          01 WS-RS-USED-CNT          PIC 9(7) VALUE 0.
          01 WS-RS-SKIPPED-CNT       PIC 9(7) VALUE 0.

      * Per program, its elapsed seconds and records read on each
      * night it ran, by night slot.
          01 WS-PGM-USED             PIC 9(2) VALUE 0.
          01 WS-PGM-TABLE.
            03 WS-PGM-ENTRY OCCURS 40 TIMES.
              05 WS-PGM-NAME         PIC X(12).
              05 WS-PGM-NIGHT OCCURS 400 TIMES.
                07 WS-PGM-RAN        PIC X(1).
                07 WS-PGM-SECS       PIC 9(7).
                07 WS-PGM-READ       PIC 9(9).
          01 WS-PGM-IDX              PIC 9(2).
          01 WS-PGM-OVERFLOW-SW      PIC X VALUE "N".
            88 PGM-TABLE-OVERFLOWED      VALUE "Y".

      * One RUNSTATS record placed on its night.
          01 WS-REC-NIGHT-INT        PIC 9(7).
          01 WS-REC-HOUR             PIC 9(2).
          01 WS-REC-MIN              PIC 9(2).
          01 WS-REC-SEC              PIC 9(2).
          01 WS-REC-START            PIC S9(7).
          01 WS-REC-END              PIC S9(7).
          01 WS-REC-ELAPSED          PIC S9(7).
          01 WS-DATE-NUM             PIC 9(8).

      * Window summary across the nights.
          01 WS-AVG-START            PIC S9(7).
          01 WS-START-SUM            PIC S9(11).
          01 WS-WINDOW-LIMIT         PIC S9(7).
          01 WS-LATEST-WINDOW        PIC S9(7).
          01 WS-BASE-INT             PIC 9(7).
          01 WS-NOW-X                PIC S9(7).

      * Least-squares straight line y = A + B x through the points
      * handed to FIT-ADD-POINT, x being days from WS-BASE-INT.
          01 WS-FIT-X                PIC S9(7).
          01 WS-FIT-Y                PIC S9(13)V99.
          01 WS-FIT-N                PIC 9(5).
          01 WS-FIT-SX               PIC S9(15).
          01 WS-FIT-SY               PIC S9(16)V99.
          01 WS-FIT-SXX              PIC S9(18).
          01 WS-FIT-SXY              PIC S9(18)V99.
          01 WS-FIT-DENOM            PIC S9(18).
          01 WS-FIT-A                PIC S9(13)V9(4).
          01 WS-FIT-B                PIC S9(11)V9(6).
          01 WS-FIT-MEAN             PIC S9(13)V99.

      * A projection off the fitted line, and the breach search:
      * WS-LIMIT-Y is the value that must not be reached.
          01 WS-PROJ-DAYS            PIC 9(5).
          01 WS-PROJ-Y               PIC S9(13)V99.
          01 WS-LIMIT-Y              PIC S9(13)V99.
          01 WS-BREACH-SW            PIC X.
            88 BREACH-FOUND              VALUE "Y".
          01 WS-BREACH-DAYS          PIC 9(5).
          01 WS-BREACH-WORK          PIC S9(13)V9(4).
          01 WS-BREACH-INT           PIC 9(7).
          01 WS-BREACH-TEXT          PIC X(24).

      * What-if settings: 0 streams and 100 per cent mean as run.
          01 WS-SCEN-STREAMS         PIC 9(2).
          01 WS-SCEN-QUOTA-PCT       PIC 9(4).
          01 WS-SCEN-Y               PIC S9(9)V99.
          01 WS-SCEN-QUOTA           PIC 9(9).
          01 WS-STREAM-LIST          PIC X(12) VALUE "010203040608".
          01 WS-STREAM-TABLE REDEFINES WS-STREAM-LIST.
            03 WS-STREAM-OPT         PIC 9(2) OCCURS 6 TIMES.
          01 WS-QUOTA-LIST           PIC X(24)
                                   VALUE "005001000150020004001000".
          01 WS-QUOTA-TABLE REDEFINES WS-QUOTA-LIST.
            03 WS-QUOTA-OPT          PIC 9(4) OCCURS 6 TIMES.
          01 WS-OPT-IDX              PIC 9(2).
          01 WS-FACT-NIGHTS          PIC 9(3) VALUE 0.
          01 WS-FACT-RUN-SUM         PIC 9(5) VALUE 0.

      * The four stores, their ceilings from CAPCTL, and their
      * snapshots oldest first (the last 120 kept).
          01 WS-STORE-NAMES          PIC X(32)
                        VALUE "NUMFACTSPRIMECACNUMFJRNLAUDITLOG".
          01 WS-STORE-NAME-TABLE REDEFINES WS-STORE-NAMES.
            03 WS-STORE-NAME-VAL     PIC X(8) OCCURS 4 TIMES.
          01 WS-STORE-TABLE.
            03 WS-STORE-ENTRY OCCURS 4 TIMES.
              05 WS-STORE-NAME       PIC X(8).
              05 WS-STORE-CEILING    PIC 9(11).
              05 WS-STORE-COUNTED    PIC X(1).
              05 WS-STORE-NOW        PIC 9(11).
              05 WS-STORE-SNAP-USED  PIC 9(3).
              05 WS-STORE-SNAP OCCURS 120 TIMES.
                07 WS-SNAP-INT       PIC 9(7).
                07 WS-SNAP-RECORDS   PIC 9(11).
          01 WS-STORE-IDX            PIC 9(2).
          01 WS-SNAP-IDX             PIC 9(3).
          01 WS-FIND-STORE           PIC X(8).
          01 WS-COUNT-WORK           PIC 9(11).
          01 WS-SNAP-INT-WORK        PIC 9(7).
          01 WS-SNAP-REC-WORK        PIC 9(11).
          01 WS-HIST-READ-CNT        PIC 9(7) VALUE 0.
          01 WS-CTL-WORD             PIC X(20).
          01 WS-CTL-VALUE            PIC X(20).
          01 WS-MONTH-CHANGE         PIC S9(11).
          01 WS-GROWTH-PCT           PIC S9(5)V9.

          01 WS-CLOCK-SECS           PIC S9(7).
          01 WS-CLOCK-HH             PIC 9(2).
          01 WS-CLOCK-MM             PIC 9(2).
          01 WS-CLOCK-EDIT           PIC X(5).
          01 WS-COUNT-EDIT           PIC Z(10)9.
          01 WS-COUNT-EDIT2          PIC Z(10)9.
          01 WS-COUNT-EDIT3          PIC Z(10)9.
          01 WS-SIGNED-EDIT          PIC -(10)9.
          01 WS-SIGNED-EDIT2         PIC -(10)9.
          01 WS-MIN-EDIT             PIC -(5)9.
          01 WS-MIN-EDIT2            PIC -(5)9.
          01 WS-RATE-EDIT            PIC -(7)9.99.
          01 WS-PCT-EDIT             PIC -(4)9.9.
          01 WS-CEILING-TEXT         PIC X(11).
          01 WS-SMALL-EDIT           PIC Z(3)9.
          01 WS-DATE-EDIT            PIC X(10).
          01 WS-DATE-EDIT2           PIC X(10).
          01 WS-PRINT-LINE           PIC X(100).
          01 WS-DETAIL-TEXT          PIC X(60).

      * Page heading and page-break control for CAPRPT, the same
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
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-OLDEST-INT = WS-TODAY-INT - 399.
           PERFORM TAKE-CUTOFF-ARGUMENT.
           MOVE SPACES TO WS-CUTOFF-EDIT.
           STRING WS-CUTOFF-TOKEN (1:2) ":" DELIMITED BY SIZE
                WS-CUTOFF-TOKEN (3:2) ":" DELIMITED BY SIZE
                WS-CUTOFF-TOKEN (5:2) DELIMITED BY SIZE
                INTO WS-CUTOFF-EDIT
           END-STRING.

           OPEN OUTPUT CAP-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           INITIALIZE WS-NIGHT-TABLE WS-PGM-TABLE WS-STORE-TABLE.
           PERFORM LOAD-RUNSTATS.
           IF WS-NIGHT-USED IS EQUAL TO 0
              MOVE "NO RUNSTATS HISTORY - NOTHING TO FORECAST"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              CLOSE CAP-RPT-FILE
              MOVE "NO RUNSTATS HISTORY" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM FINISH-RUN
           END-IF.

           PERFORM REPORT-WINDOW-TREND.
           PERFORM REPORT-WINDOW-PROJECTION.
           PERFORM REPORT-PROGRAM-TRENDS.
           PERFORM REPORT-STREAM-WHAT-IF.
           PERFORM REPORT-QUOTA-WHAT-IF.
           PERFORM LOAD-STORE-CEILINGS.
           PERFORM LOAD-PRIOR-SNAPSHOTS.
           PERFORM COUNT-STORES.
           PERFORM REPORT-STORE-GROWTH.
           PERFORM WRITE-SNAPSHOT-GENERATION.
           PERFORM WRITE-CLOSING-LINE.
           CLOSE CAP-RPT-FILE.

           MOVE SPACES TO WS-AUDIT-RESULT.
           IF BREACH-INSIDE-HORIZON
              MOVE WS-FIRST-BREACH-DAYS TO WS-SMALL-EDIT
              STRING "BREACH IN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           ELSE
              MOVE "NO BREACH IN 90 DAYS" TO WS-AUDIT-RESULT
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           PERFORM FINISH-RUN.

      * "CUTOFF HHMMSS", as BATCH-MON takes it; no argument leaves
      * the 06:00:00 default. Anything else is refused.
          TAKE-CUTOFF-ARGUMENT.
           MOVE "060000" TO WS-CUTOFF-TOKEN.
           IF CMD-ARGS IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-MODE-TOKEN WS-CUTOFF-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
              INTO WS-MODE-TOKEN WS-CUTOFF-TOKEN
           END-UNSTRING.
           IF WS-MODE-TOKEN IS EQUAL TO "CUTOFF"
                 AND WS-CUTOFF-TOKEN (1:6) IS NUMERIC
                 AND WS-CUTOFF-TOKEN (7:4) IS EQUAL TO SPACES
                 AND WS-CUTOFF-TOKEN (1:2) < "24"
                 AND WS-CUTOFF-TOKEN (3:2) < "60"
                 AND WS-CUTOFF-TOKEN (5:2) < "60"
              COMPUTE WS-CUTOFF-SECS =
                 FUNCTION NUMVAL(WS-CUTOFF-TOKEN (1:2)) * 3600
                 + FUNCTION NUMVAL(WS-CUTOFF-TOKEN (3:2)) * 60
                 + FUNCTION NUMVAL(WS-CUTOFF-TOKEN (5:2))
           ELSE
              DISPLAY "Usage: cap-fcst [CUTOFF HHMMSS]"
              MOVE FUNCTION TRIM(CMD-ARGS) TO WS-AUDIT-INPUT
              MOVE "INVALID PARM" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-RUN-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * RUNSTATS onto the night and program tables.
      *----------------------------------------------------------------
          LOAD-RUNSTATS.
           OPEN INPUT RUN-STATS-FILE.
           IF WS-RUNSTATS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No RUNSTATS dataset - no window history."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ RUN-STATS-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-RUN
              END-READ
           END-PERFORM.
           CLOSE RUN-STATS-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * A run belongs to the night of the noon before it started;
      * its start and end become seconds from that noon, across
      * however many midnights the run crossed.
          TAKE-ONE-RUN.
           IF RS-TEST-RECORD
                 OR RS-START IS NOT NUMERIC
                 OR RS-END IS NOT NUMERIC
                 OR RS-READ IS NOT NUMERIC
              ADD 1 TO WS-RS-SKIPPED-CNT
              EXIT PARAGRAPH
           END-IF.
           MOVE RS-START (1:8) TO WS-DATE-NUM.
           COMPUTE WS-REC-NIGHT-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE RS-START (9:2) TO WS-REC-HOUR.
           MOVE RS-START (11:2) TO WS-REC-MIN.
           MOVE RS-START (13:2) TO WS-REC-SEC.
           IF WS-REC-HOUR < 12
              SUBTRACT 1 FROM WS-REC-NIGHT-INT
           END-IF.
           IF WS-REC-NIGHT-INT < WS-OLDEST-INT
              ADD 1 TO WS-RS-SKIPPED-CNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REC-START =
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 - WS-REC-NIGHT-INT) * 86400
              + WS-REC-HOUR * 3600 + WS-REC-MIN * 60 + WS-REC-SEC
              - 43200.
           MOVE RS-END (1:8) TO WS-DATE-NUM.
           MOVE RS-END (9:2) TO WS-REC-HOUR.
           MOVE RS-END (11:2) TO WS-REC-MIN.
           MOVE RS-END (13:2) TO WS-REC-SEC.
           COMPUTE WS-REC-END =
              (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 - WS-REC-NIGHT-INT) * 86400
              + WS-REC-HOUR * 3600 + WS-REC-MIN * 60 + WS-REC-SEC
              - 43200.
           COMPUTE WS-REC-ELAPSED = WS-REC-END - WS-REC-START.
           IF WS-REC-ELAPSED < 0
              ADD 1 TO WS-RS-SKIPPED-CNT
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OR-ADD-NIGHT.
           IF WS-NIGHT-IDX IS EQUAL TO 0
              ADD 1 TO WS-RS-SKIPPED-CNT
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RS-USED-CNT.
           IF WS-REC-START < WS-NIGHT-FIRST (WS-NIGHT-IDX)
              MOVE WS-REC-START TO WS-NIGHT-FIRST (WS-NIGHT-IDX)
           END-IF.
           IF WS-REC-END > WS-NIGHT-LAST (WS-NIGHT-IDX)
              MOVE WS-REC-END TO WS-NIGHT-LAST (WS-NIGHT-IDX)
           END-IF.
           IF RS-PROGRAM IS EQUAL TO "FACTORIAL"
              ADD WS-REC-ELAPSED TO WS-NIGHT-FACT-SECS (WS-NIGHT-IDX)
              ADD 1 TO WS-NIGHT-FACT-RUNS (WS-NIGHT-IDX)
           END-IF.
           IF RS-PROGRAM IS EQUAL TO "PRIME-NUMBER"
              ADD WS-REC-ELAPSED TO WS-NIGHT-PRIME-SECS (WS-NIGHT-IDX)
           END-IF.
           PERFORM FIND-OR-ADD-PROGRAM.
           IF WS-PGM-IDX > 0
              MOVE "Y" TO WS-PGM-RAN (WS-PGM-IDX WS-NIGHT-IDX)
              ADD WS-REC-ELAPSED
                 TO WS-PGM-SECS (WS-PGM-IDX WS-NIGHT-IDX)
              ADD RS-READ TO WS-PGM-READ (WS-PGM-IDX WS-NIGHT-IDX)
           END-IF.

      * Nights arrive in order, so the newest slot is tried first.
      * The cut-off above admits today and the 399 nights before it,
      * exactly the 400 slots; a night beyond those (a record stamped
      * ahead of today's date) finds the table full and is left out,
      * WS-NIGHT-IDX 0.
          FIND-OR-ADD-NIGHT.
           IF WS-NIGHT-USED > 0
              IF WS-NIGHT-INT (WS-NIGHT-USED) = WS-REC-NIGHT-INT
                 MOVE WS-NIGHT-USED TO WS-NIGHT-IDX
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                    UNTIL WS-NIGHT-IDX > WS-NIGHT-USED
              IF WS-NIGHT-INT (WS-NIGHT-IDX) = WS-REC-NIGHT-INT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-NIGHT-IDX > WS-NIGHT-USED
                 AND WS-NIGHT-USED NOT LESS THAN 400
              MOVE 0 TO WS-NIGHT-IDX
              EXIT PARAGRAPH
           END-IF.
           IF WS-NIGHT-IDX > WS-NIGHT-USED
              ADD 1 TO WS-NIGHT-USED
              MOVE WS-NIGHT-USED TO WS-NIGHT-IDX
              MOVE WS-REC-NIGHT-INT TO WS-NIGHT-INT (WS-NIGHT-IDX)
              MOVE WS-REC-START TO WS-NIGHT-FIRST (WS-NIGHT-IDX)
              MOVE WS-REC-END TO WS-NIGHT-LAST (WS-NIGHT-IDX)
           END-IF.

      * Leaves WS-PGM-IDX at the program's slot, or 0 once the table
      * is full and the program is not in it.
          FIND-OR-ADD-PROGRAM.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                    UNTIL WS-PGM-IDX > WS-PGM-USED
              IF WS-PGM-NAME (WS-PGM-IDX) IS EQUAL TO RS-PROGRAM
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-PGM-IDX > WS-PGM-USED
              IF WS-PGM-USED < 40
                 ADD 1 TO WS-PGM-USED
                 MOVE WS-PGM-USED TO WS-PGM-IDX
                 MOVE RS-PROGRAM TO WS-PGM-NAME (WS-PGM-IDX)
              ELSE
                 IF NOT PGM-TABLE-OVERFLOWED
                    DISPLAY "Warning: more than 40 programs on"
                       " RUNSTATS, extras left out of the trends"
                    MOVE "Y" TO WS-PGM-OVERFLOW-SW
                 END-IF
                 MOVE 0 TO WS-PGM-IDX
              END-IF
           END-IF.

      *----------------------------------------------------------------
      * The window as run, its trend, and the 90 days ahead.
      *----------------------------------------------------------------
          REPORT-WINDOW-TREND.
           MOVE WS-NIGHT-INT (1) TO WS-BASE-INT.
           COMPUTE WS-NOW-X = WS-TODAY-INT - WS-BASE-INT.
           MOVE 0 TO WS-START-SUM.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                    UNTIL WS-NIGHT-IDX > WS-NIGHT-USED
              ADD WS-NIGHT-FIRST (WS-NIGHT-IDX) TO WS-START-SUM
              IF WS-NIGHT-FACT-RUNS (WS-NIGHT-IDX) > 0
                 ADD 1 TO WS-FACT-NIGHTS
                 ADD WS-NIGHT-FACT-RUNS (WS-NIGHT-IDX)
                    TO WS-FACT-RUN-SUM
              END-IF
           END-PERFORM.
           COMPUTE WS-AVG-START ROUNDED =
              WS-START-SUM / WS-NIGHT-USED.
           COMPUTE WS-WINDOW-LIMIT = WS-CUTOFF-SECS - 43200.
           IF WS-WINDOW-LIMIT < 0
              ADD 86400 TO WS-WINDOW-LIMIT
           END-IF.
           SUBTRACT WS-AVG-START FROM WS-WINDOW-LIMIT.
           COMPUTE WS-LATEST-WINDOW = WS-NIGHT-LAST (WS-NIGHT-USED)
              - WS-NIGHT-FIRST (WS-NIGHT-USED).

           MOVE 0 TO WS-SCEN-STREAMS.
           MOVE 100 TO WS-SCEN-QUOTA-PCT.
           PERFORM FIT-WINDOW-SCENARIO.

           MOVE "--- NIGHTLY WINDOW TREND ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-NIGHT-USED TO WS-COUNT-EDIT.
           MOVE WS-NIGHT-INT (1) TO WS-BREACH-INT.
           PERFORM FORMAT-DATE-OF-INT.
           MOVE WS-DATE-EDIT TO WS-DATE-EDIT2.
           MOVE WS-NIGHT-INT (WS-NIGHT-USED) TO WS-BREACH-INT.
           PERFORM FORMAT-DATE-OF-INT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NIGHTS ON RUNSTATS:     " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                WS-DATE-EDIT2 DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                WS-DATE-EDIT DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-AVG-START TO WS-CLOCK-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WINDOW OPENS ON AVERAGE: " DELIMITED BY SIZE
                WS-CLOCK-EDIT DELIMITED BY SIZE
                "   CUTOFF: " DELIMITED BY SIZE
                WS-CUTOFF-EDIT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           COMPUTE WS-MIN-EDIT = WS-LATEST-WINDOW / 60.
           COMPUTE WS-MIN-EDIT2 = WS-WINDOW-LIMIT / 60.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LATEST NIGHT'S WINDOW:   " DELIMITED BY SIZE
                FUNCTION TRIM(WS-MIN-EDIT) DELIMITED BY SIZE
                " MIN OF " DELIMITED BY SIZE
                FUNCTION TRIM(WS-MIN-EDIT2) DELIMITED BY SIZE
                " MIN TO THE CUTOFF" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           COMPUTE WS-RATE-EDIT = WS-FIT-B.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TREND:                   " DELIMITED BY SIZE
                FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
                " SECONDS PER NIGHT PER DAY" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-RS-USED-CNT TO WS-COUNT-EDIT.
           MOVE WS-RS-SKIPPED-CNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RUNS USED:               " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "   SKIPPED (TEST, OLDER, UNREADABLE): "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Today and every 30 days out to the horizon, off the trend as
      * run; the breach line comes from the same fit.
          REPORT-WINDOW-PROJECTION.
           MOVE "--- 90-DAY WINDOW PROJECTION ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "DAY  DATE        WINDOW MIN  PROJECTED END  MARGIN MIN"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-PROJ-DAYS FROM 0 BY 30
                    UNTIL WS-PROJ-DAYS > WS-HORIZON-DAYS
              PERFORM WRITE-PROJECTION-LINE
           END-PERFORM.
           MOVE WS-WINDOW-LIMIT TO WS-LIMIT-Y.
           PERFORM FIND-BREACH.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CUTOFF BREACH:           " DELIMITED BY SIZE
                WS-BREACH-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM NOTE-HORIZON-BREACH.

          WRITE-PROJECTION-LINE.
           COMPUTE WS-PROJ-Y =
              WS-FIT-A + WS-FIT-B * (WS-NOW-X + WS-PROJ-DAYS).
           IF WS-PROJ-Y < 0
              MOVE 0 TO WS-PROJ-Y
           END-IF.
           COMPUTE WS-BREACH-INT = WS-TODAY-INT + WS-PROJ-DAYS.
           PERFORM FORMAT-DATE-OF-INT.
           COMPUTE WS-CLOCK-SECS = WS-AVG-START + WS-PROJ-Y.
           PERFORM FORMAT-CLOCK.
           MOVE WS-PROJ-DAYS TO WS-SMALL-EDIT.
           COMPUTE WS-MIN-EDIT = WS-PROJ-Y / 60.
           COMPUTE WS-MIN-EDIT2 = (WS-WINDOW-LIMIT - WS-PROJ-Y) / 60.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "+" DELIMITED BY SIZE
                FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           STRING WS-DATE-EDIT DELIMITED BY SIZE
                "      " DELIMITED BY SIZE
                WS-MIN-EDIT DELIMITED BY SIZE
                "          " DELIMITED BY SIZE
                WS-CLOCK-EDIT DELIMITED BY SIZE
                "      " DELIMITED BY SIZE
                WS-MIN-EDIT2 DELIMITED BY SIZE
                INTO WS-PRINT-LINE (6:)
           END-STRING.
           PERFORM EMIT-LINE.

      * Each program's nights: elapsed seconds and records read per
      * night, with the trend of each and where it stands at +90.
          REPORT-PROGRAM-TRENDS.
           MOVE "--- PROGRAM TRENDS (PER NIGHT RUN) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PROGRAM     NIGHTS   AVG SECS   SECS/DAY  SECS +90"
                   DELIMITED BY SIZE
                "  AVG READ   READ/DAY  READ +90" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                    UNTIL WS-PGM-IDX > WS-PGM-USED
              PERFORM WRITE-PROGRAM-TREND
           END-PERFORM.

          WRITE-PROGRAM-TREND.
           PERFORM FIT-BEGIN.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                    UNTIL WS-NIGHT-IDX > WS-NIGHT-USED
              IF WS-PGM-RAN (WS-PGM-IDX WS-NIGHT-IDX) = "Y"
                 COMPUTE WS-FIT-X =
                    WS-NIGHT-INT (WS-NIGHT-IDX) - WS-BASE-INT
                 MOVE WS-PGM-SECS (WS-PGM-IDX WS-NIGHT-IDX)
                    TO WS-FIT-Y
                 PERFORM FIT-ADD-POINT
              END-IF
           END-PERFORM.
           PERFORM FIT-FINISH.
           MOVE WS-FIT-N TO WS-SMALL-EDIT.
           MOVE WS-FIT-MEAN TO WS-SIGNED-EDIT.
           MOVE WS-FIT-B TO WS-RATE-EDIT.
           COMPUTE WS-PROJ-Y =
              WS-FIT-A + WS-FIT-B * (WS-NOW-X + WS-HORIZON-DAYS).
           IF WS-PROJ-Y < 0
              MOVE 0 TO WS-PROJ-Y
           END-IF.
           MOVE WS-PROJ-Y TO WS-SIGNED-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-PGM-NAME (WS-PGM-IDX) DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-SMALL-EDIT DELIMITED BY SIZE
                WS-SIGNED-EDIT DELIMITED BY SIZE
                WS-RATE-EDIT DELIMITED BY SIZE
                WS-SIGNED-EDIT2 (2:) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.

           PERFORM FIT-BEGIN.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                    UNTIL WS-NIGHT-IDX > WS-NIGHT-USED
              IF WS-PGM-RAN (WS-PGM-IDX WS-NIGHT-IDX) = "Y"
                 COMPUTE WS-FIT-X =
                    WS-NIGHT-INT (WS-NIGHT-IDX) - WS-BASE-INT
                 MOVE WS-PGM-READ (WS-PGM-IDX WS-NIGHT-IDX)
                    TO WS-FIT-Y
                 PERFORM FIT-ADD-POINT
              END-IF
           END-PERFORM.
           PERFORM FIT-FINISH.
           MOVE WS-FIT-MEAN TO WS-SIGNED-EDIT.
           MOVE WS-FIT-B TO WS-RATE-EDIT.
           COMPUTE WS-PROJ-Y =
              WS-FIT-A + WS-FIT-B * (WS-NOW-X + WS-HORIZON-DAYS).
           IF WS-PROJ-Y < 0
              MOVE 0 TO WS-PROJ-Y
           END-IF.
           MOVE WS-PROJ-Y TO WS-SIGNED-EDIT2.
           STRING WS-SIGNED-EDIT (2:) DELIMITED BY SIZE
                WS-RATE-EDIT DELIMITED BY SIZE
                WS-SIGNED-EDIT2 (2:) DELIMITED BY SIZE
                INTO WS-PRINT-LINE (51:)
           END-STRING.
           PERFORM EMIT-LINE.

      *----------------------------------------------------------------
      * What-if: the window re-fitted with FACTORIAL spread over
      * other stream counts, then with other scan quotas.
      *----------------------------------------------------------------
          REPORT-STREAM-WHAT-IF.
           MOVE "--- WHAT-IF: FACTPAR PARALLEL STREAMS ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-FACT-NIGHTS IS EQUAL TO 0
              MOVE "NONE - NO FACTORIAL RUNS ON RUNSTATS"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RATE-EDIT ROUNDED =
              WS-FACT-RUN-SUM / WS-FACT-NIGHTS.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AS RUN: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-RATE-EDIT) DELIMITED BY SIZE
                " FACTORIAL RUNS A NIGHT ON AVERAGE" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE "STREAMS   WINDOW MIN +90  PROJECTED END  CUTOFF BREACH"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE 100 TO WS-SCEN-QUOTA-PCT.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX > 6
              MOVE WS-STREAM-OPT (WS-OPT-IDX) TO WS-SCEN-STREAMS
              PERFORM FIT-WINDOW-SCENARIO
              MOVE WS-SCEN-STREAMS TO WS-SMALL-EDIT
              MOVE SPACES TO WS-DETAIL-TEXT
              MOVE WS-SMALL-EDIT TO WS-DETAIL-TEXT
              PERFORM WRITE-SCENARIO-LINE
           END-PERFORM.

          REPORT-QUOTA-WHAT-IF.
           MOVE "--- WHAT-IF: PRIME-NUMBER SCAN QUOTA ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE CFG-PRIME-SCAN-QUOTA TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AS RUN: CFG-PRIME-SCAN-QUOTA " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE "QUOTA     WINDOW MIN +90  PROJECTED END  CUTOFF BREACH"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-SCEN-STREAMS.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                    UNTIL WS-OPT-IDX > 6
              MOVE WS-QUOTA-OPT (WS-OPT-IDX) TO WS-SCEN-QUOTA-PCT
              PERFORM FIT-WINDOW-SCENARIO
              COMPUTE WS-SCEN-QUOTA =
                 CFG-PRIME-SCAN-QUOTA * WS-SCEN-QUOTA-PCT / 100
              MOVE WS-SCEN-QUOTA TO WS-COUNT-EDIT
              MOVE SPACES TO WS-DETAIL-TEXT
              MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-DETAIL-TEXT
              PERFORM WRITE-SCENARIO-LINE
           END-PERFORM.
           MOVE 0 TO WS-SCEN-STREAMS.
           MOVE 100 TO WS-SCEN-QUOTA-PCT.

      * The setting (already in WS-DETAIL-TEXT), the window at the
      * horizon, when it would end, and the breach date.
          WRITE-SCENARIO-LINE.
           COMPUTE WS-PROJ-Y =
              WS-FIT-A + WS-FIT-B * (WS-NOW-X + WS-HORIZON-DAYS).
           IF WS-PROJ-Y < 0
              MOVE 0 TO WS-PROJ-Y
           END-IF.
           COMPUTE WS-MIN-EDIT = WS-PROJ-Y / 60.
           COMPUTE WS-CLOCK-SECS = WS-AVG-START + WS-PROJ-Y.
           PERFORM FORMAT-CLOCK.
           MOVE WS-WINDOW-LIMIT TO WS-LIMIT-Y.
           PERFORM FIND-BREACH.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-TEXT (1:8) DELIMITED BY SIZE
                "        " DELIMITED BY SIZE
                WS-MIN-EDIT DELIMITED BY SIZE
                "          " DELIMITED BY SIZE
                WS-CLOCK-EDIT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-BREACH-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Fits the nights' windows with the FACTORIAL share spread
      * over WS-SCEN-STREAMS streams (0 leaves it as run) and the
      * PRIME-NUMBER share at WS-SCEN-QUOTA-PCT per cent of the
      * quota it ran with.
          FIT-WINDOW-SCENARIO.
           PERFORM FIT-BEGIN.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
                    UNTIL WS-NIGHT-IDX > WS-NIGHT-USED
              COMPUTE WS-SCEN-Y = WS-NIGHT-LAST (WS-NIGHT-IDX)
                 - WS-NIGHT-FIRST (WS-NIGHT-IDX)
              IF WS-SCEN-STREAMS > 0
                    AND WS-NIGHT-FACT-RUNS (WS-NIGHT-IDX) > 0
                 COMPUTE WS-SCEN-Y = WS-SCEN-Y
                    - WS-NIGHT-FACT-SECS (WS-NIGHT-IDX)
                       / WS-NIGHT-FACT-RUNS (WS-NIGHT-IDX)
                    + WS-NIGHT-FACT-SECS (WS-NIGHT-IDX)
                       / WS-SCEN-STREAMS
              END-IF
              COMPUTE WS-SCEN-Y = WS-SCEN-Y
                 + WS-NIGHT-PRIME-SECS (WS-NIGHT-IDX)
                    * (WS-SCEN-QUOTA-PCT - 100) / 100
              IF WS-SCEN-Y < 0
                 MOVE 0 TO WS-SCEN-Y
              END-IF
              COMPUTE WS-FIT-X =
                 WS-NIGHT-INT (WS-NIGHT-IDX) - WS-BASE-INT
              MOVE WS-SCEN-Y TO WS-FIT-Y
              PERFORM FIT-ADD-POINT
           END-PERFORM.
           PERFORM FIT-FINISH.

      *----------------------------------------------------------------
      * The masters: ceilings, the carried snapshots, this month's
      * counts, and each store's growth.
      *----------------------------------------------------------------
          LOAD-STORE-CEILINGS.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > 4
              MOVE WS-STORE-NAME-VAL (WS-STORE-IDX)
                 TO WS-STORE-NAME (WS-STORE-IDX)
              MOVE "N" TO WS-STORE-COUNTED (WS-STORE-IDX)
           END-PERFORM.
           OPEN INPUT CAP-CTL-FILE.
           IF WS-CAPCTL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No CAPCTL member - stores have no ceilings."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ CAP-CTL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-CEILING
              END-READ
           END-PERFORM.
           CLOSE CAP-CTL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          TAKE-ONE-CEILING.
           IF CAP-CTL-REC (1:1) IS EQUAL TO "*"
                 OR CAP-CTL-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-CTL-WORD WS-CTL-VALUE.
           UNSTRING CAP-CTL-REC DELIMITED BY ALL SPACES
              INTO WS-CTL-WORD WS-CTL-VALUE
           END-UNSTRING.
           MOVE WS-CTL-WORD TO WS-FIND-STORE.
           PERFORM FIND-STORE.
           IF WS-STORE-IDX > 4
                 OR WS-CTL-WORD (9:12) IS NOT EQUAL TO SPACES
                 OR FUNCTION TEST-NUMVAL(WS-CTL-VALUE) NOT = 0
              DISPLAY "CAPCTL line not used: "
                 FUNCTION TRIM(CAP-CTL-REC)
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-STORE-CEILING (WS-STORE-IDX) =
              FUNCTION NUMVAL(WS-CTL-VALUE).

          FIND-STORE.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > 4
              IF WS-STORE-NAME (WS-STORE-IDX) IS EQUAL TO
                    WS-FIND-STORE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Last month's generation; the first forecast has none and
      * starts its history with this month's counts.
          LOAD-PRIOR-SNAPSHOTS.
           OPEN INPUT CAP-HIST-FILE.
           IF WS-CAPHIST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No prior CAPHIST generation - store history"
                 " starts with this month's counts."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ CAP-HIST-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-ONE-SNAPSHOT
              END-READ
           END-PERFORM.
           CLOSE CAP-HIST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          TAKE-ONE-SNAPSHOT.
           IF CH-SNAP-DATE IS NOT NUMERIC
                 OR CH-RECORDS IS NOT NUMERIC
                 OR CH-SNAP-DATE IS EQUAL TO WS-TODAY
              EXIT PARAGRAPH
           END-IF.
           MOVE CH-STORE TO WS-FIND-STORE.
           PERFORM FIND-STORE.
           IF WS-STORE-IDX > 4
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-HIST-READ-CNT.
           MOVE CH-SNAP-DATE TO WS-DATE-NUM.
           COMPUTE WS-SNAP-INT-WORK =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE CH-RECORDS TO WS-SNAP-REC-WORK.
           PERFORM ADD-STORE-SNAPSHOT.

      * Appends to the store's history, dropping the oldest once it
      * holds ten years of month ends.
          ADD-STORE-SNAPSHOT.
           IF WS-STORE-SNAP-USED (WS-STORE-IDX) NOT LESS THAN 120
              PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                       UNTIL WS-SNAP-IDX > 119
                 MOVE WS-STORE-SNAP (WS-STORE-IDX WS-SNAP-IDX + 1)
                    TO WS-STORE-SNAP (WS-STORE-IDX WS-SNAP-IDX)
              END-PERFORM
              MOVE 119 TO WS-STORE-SNAP-USED (WS-STORE-IDX)
           END-IF.
           ADD 1 TO WS-STORE-SNAP-USED (WS-STORE-IDX).
           MOVE WS-STORE-SNAP-USED (WS-STORE-IDX) TO WS-SNAP-IDX.
           MOVE WS-SNAP-INT-WORK
              TO WS-SNAP-INT (WS-STORE-IDX WS-SNAP-IDX).
           MOVE WS-SNAP-REC-WORK
              TO WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX).

      * This month's count of each store, read end to end; a store
      * that will not open is reported uncounted and gets no
      * snapshot this month.
          COUNT-STORES.
           MOVE 0 TO WS-COUNT-WORK.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-INPUT
                 READ NUMFACTS-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END ADD 1 TO WS-COUNT-WORK
                 END-READ
              END-PERFORM
              CLOSE NUMFACTS-FILE
              MOVE 1 TO WS-STORE-IDX
              PERFORM TAKE-STORE-COUNT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO WS-COUNT-WORK.
           OPEN INPUT PRIME-CACHE-FILE.
           IF WS-CACHE-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-INPUT
                 READ PRIME-CACHE-FILE NEXT RECORD
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END ADD 1 TO WS-COUNT-WORK
                 END-READ
              END-PERFORM
              CLOSE PRIME-CACHE-FILE
              MOVE 2 TO WS-STORE-IDX
              PERFORM TAKE-STORE-COUNT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO WS-COUNT-WORK.
           OPEN INPUT NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-INPUT
                 READ NUMF-JRNL-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END ADD 1 TO WS-COUNT-WORK
                 END-READ
              END-PERFORM
              CLOSE NUMF-JRNL-FILE
              MOVE 3 TO WS-STORE-IDX
              PERFORM TAKE-STORE-COUNT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE 0 TO WS-COUNT-WORK.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-INPUT
                 READ AUDIT-FILE
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END ADD 1 TO WS-COUNT-WORK
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
              MOVE 4 TO WS-STORE-IDX
              PERFORM TAKE-STORE-COUNT
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.

          TAKE-STORE-COUNT.
           MOVE "Y" TO WS-STORE-COUNTED (WS-STORE-IDX).
           MOVE WS-COUNT-WORK TO WS-STORE-NOW (WS-STORE-IDX).
           MOVE WS-TODAY-INT TO WS-SNAP-INT-WORK.
           MOVE WS-COUNT-WORK TO WS-SNAP-REC-WORK.
           PERFORM ADD-STORE-SNAPSHOT.

          REPORT-STORE-GROWTH.
           MOVE "--- MASTER FILE GROWTH (MONTHLY SNAPSHOTS) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STORE       RECORDS  LAST MONTH GROWTH%"
                   DELIMITED BY SIZE
                " PER 30 DAYS      AT +90     CEILING  BREACH"
                   DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > 4
              PERFORM WRITE-STORE-LINE
           END-PERFORM.

      * The month's change and rate are the last two snapshots; the
      * trend and projection are fitted through all of them, days
      * counted from the store's oldest snapshot.
          WRITE-STORE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-STORE-NAME (WS-STORE-IDX) TO WS-PRINT-LINE.
           IF WS-STORE-COUNTED (WS-STORE-IDX) IS NOT EQUAL TO "Y"
              MOVE "NOT COUNTED - DATASET WOULD NOT OPEN"
                 TO WS-PRINT-LINE (10:)
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-STORE-SNAP-USED (WS-STORE-IDX) TO WS-SNAP-IDX.
           MOVE WS-STORE-NOW (WS-STORE-IDX) TO WS-COUNT-EDIT.
           MOVE 0 TO WS-MONTH-CHANGE WS-GROWTH-PCT.
           IF WS-SNAP-IDX > 1
              COMPUTE WS-MONTH-CHANGE =
                 WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX)
                 - WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX - 1)
              IF WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX - 1) > 0
                 COMPUTE WS-GROWTH-PCT ROUNDED =
                    WS-MONTH-CHANGE * 100
                    / WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX - 1)
              END-IF
           END-IF.
           MOVE WS-MONTH-CHANGE TO WS-SIGNED-EDIT.
           MOVE WS-GROWTH-PCT TO WS-PCT-EDIT.

           MOVE WS-SNAP-INT (WS-STORE-IDX 1) TO WS-BASE-INT.
           PERFORM FIT-BEGIN.
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                    UNTIL WS-SNAP-IDX > WS-STORE-SNAP-USED
                                          (WS-STORE-IDX)
              COMPUTE WS-FIT-X =
                 WS-SNAP-INT (WS-STORE-IDX WS-SNAP-IDX) - WS-BASE-INT
              MOVE WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX)
                 TO WS-FIT-Y
              PERFORM FIT-ADD-POINT
           END-PERFORM.
           PERFORM FIT-FINISH.
           COMPUTE WS-NOW-X = WS-TODAY-INT - WS-BASE-INT.
           COMPUTE WS-SIGNED-EDIT2 ROUNDED = WS-FIT-B * 30.
           COMPUTE WS-PROJ-Y =
              WS-FIT-A + WS-FIT-B * (WS-NOW-X + WS-HORIZON-DAYS).
           IF WS-PROJ-Y < 0
              MOVE 0 TO WS-PROJ-Y
           END-IF.
           MOVE WS-PROJ-Y TO WS-COUNT-EDIT2.
           IF WS-STORE-CEILING (WS-STORE-IDX) > 0
              MOVE WS-STORE-CEILING (WS-STORE-IDX) TO WS-COUNT-EDIT3
              MOVE WS-COUNT-EDIT3 TO WS-CEILING-TEXT
              MOVE WS-STORE-CEILING (WS-STORE-IDX) TO WS-LIMIT-Y
              PERFORM FIND-BREACH
              PERFORM NOTE-HORIZON-BREACH
           ELSE
              MOVE "       NONE" TO WS-CEILING-TEXT
              MOVE "NO CEILING SET" TO WS-BREACH-TEXT
           END-IF.
           STRING WS-COUNT-EDIT (1:) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SIGNED-EDIT DELIMITED BY SIZE
                WS-PCT-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-SIGNED-EDIT2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-COUNT-EDIT2 DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-CEILING-TEXT DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-BREACH-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE (9:)
           END-STRING.
           PERFORM EMIT-LINE.

      * Next month's starting point: the history as read, less any
      * count of today's it replaces, plus today's counts.
          WRITE-SNAPSHOT-GENERATION.
           OPEN OUTPUT CAP-NEW-FILE.
           PERFORM VARYING WS-STORE-IDX FROM 1 BY 1
                    UNTIL WS-STORE-IDX > 4
              PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                       UNTIL WS-SNAP-IDX > WS-STORE-SNAP-USED
                                             (WS-STORE-IDX)
                 MOVE SPACES TO CAP-HIST-REC
                 COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                    WS-SNAP-INT (WS-STORE-IDX WS-SNAP-IDX))
                 MOVE WS-DATE-NUM TO CH-SNAP-DATE
                 MOVE WS-STORE-NAME (WS-STORE-IDX) TO CH-STORE
                 MOVE WS-SNAP-RECORDS (WS-STORE-IDX WS-SNAP-IDX)
                    TO CH-RECORDS
                 MOVE CAP-HIST-REC TO CAP-NEW-REC
                 WRITE CAP-NEW-REC
              END-PERFORM
           END-PERFORM.
           CLOSE CAP-NEW-FILE.

          WRITE-CLOSING-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF BREACH-INSIDE-HORIZON
              MOVE WS-FIRST-BREACH-DAYS TO WS-SMALL-EDIT
              STRING "*** CAPACITY BREACH PROJECTED IN "
                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                   " DAYS - RAISE THE CAPACITY REQUEST NOW ***"
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           ELSE
              MOVE "*** NO CAPACITY BREACH PROJECTED WITHIN 90 DAYS ***"
                 TO WS-PRINT-LINE
           END-IF.
           PERFORM EMIT-LINE.

      *----------------------------------------------------------------
      * The straight-line fit and the breach search.
      *----------------------------------------------------------------
          FIT-BEGIN.
           MOVE 0 TO WS-FIT-N WS-FIT-SX WS-FIT-SY WS-FIT-SXX
              WS-FIT-SXY.

          FIT-ADD-POINT.
           ADD 1 TO WS-FIT-N.
           ADD WS-FIT-X TO WS-FIT-SX.
           ADD WS-FIT-Y TO WS-FIT-SY.
           COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X.
           COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y.

      * One point, or points all on one day, give no slope: the
      * line is then flat at their mean.
          FIT-FINISH.
           MOVE 0 TO WS-FIT-A WS-FIT-B WS-FIT-MEAN.
           IF WS-FIT-N IS EQUAL TO 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIT-MEAN ROUNDED = WS-FIT-SY / WS-FIT-N.
           COMPUTE WS-FIT-DENOM =
              WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX.
           IF WS-FIT-DENOM IS EQUAL TO 0
              MOVE WS-FIT-MEAN TO WS-FIT-A
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FIT-B ROUNDED =
              (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
              / WS-FIT-DENOM.
           COMPUTE WS-FIT-A ROUNDED =
              (WS-FIT-SY - WS-FIT-B * WS-FIT-SX) / WS-FIT-N.

      * First day, from today, on which the fitted line reaches
      * WS-LIMIT-Y: today when it already has, none when the line
      * is flat or falling, and none past ten years out.
          FIND-BREACH.
           MOVE "N" TO WS-BREACH-SW.
           MOVE 0 TO WS-BREACH-DAYS.
           COMPUTE WS-PROJ-Y = WS-FIT-A + WS-FIT-B * WS-NOW-X.
           IF WS-PROJ-Y NOT LESS THAN WS-LIMIT-Y
              MOVE "Y" TO WS-BREACH-SW
              MOVE "ALREADY PAST IT" TO WS-BREACH-TEXT
              EXIT PARAGRAPH
           END-IF.
           IF WS-FIT-B NOT GREATER THAN 0
              MOVE "NONE ON PRESENT TREND" TO WS-BREACH-TEXT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-BREACH-WORK =
              (WS-LIMIT-Y - WS-FIT-A) / WS-FIT-B - WS-NOW-X.
           IF WS-BREACH-WORK > 3650
              MOVE "NONE WITHIN 10 YEARS" TO WS-BREACH-TEXT
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-BREACH-WORK TO WS-BREACH-DAYS.
           IF WS-BREACH-DAYS < WS-BREACH-WORK
              ADD 1 TO WS-BREACH-DAYS
           END-IF.
           MOVE "Y" TO WS-BREACH-SW.
           COMPUTE WS-BREACH-INT = WS-TODAY-INT + WS-BREACH-DAYS.
           PERFORM FORMAT-DATE-OF-INT.
           MOVE WS-BREACH-DAYS TO WS-SMALL-EDIT.
           MOVE SPACES TO WS-BREACH-TEXT.
           STRING WS-DATE-EDIT DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                " DAYS)" DELIMITED BY SIZE
                INTO WS-BREACH-TEXT
           END-STRING.

      * A breach found for the window as run or for a store counts
      * toward the run's return code when it falls inside the
      * horizon; the what-if breaches do not.
          NOTE-HORIZON-BREACH.
           IF BREACH-FOUND
                 AND WS-BREACH-DAYS NOT GREATER THAN WS-HORIZON-DAYS
              MOVE "Y" TO WS-HORIZON-BREACH-SW
              IF WS-BREACH-DAYS < WS-FIRST-BREACH-DAYS
                 MOVE WS-BREACH-DAYS TO WS-FIRST-BREACH-DAYS
              END-IF
           END-IF.

          FORMAT-DATE-OF-INT.
           COMPUTE WS-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-BREACH-INT).
           MOVE SPACES TO WS-DATE-EDIT.
           STRING WS-DATE-NUM (5:2) "/" DELIMITED BY SIZE
                WS-DATE-NUM (7:2) "/" DELIMITED BY SIZE
                WS-DATE-NUM (1:4) DELIMITED BY SIZE
                INTO WS-DATE-EDIT
           END-STRING.

      * Seconds from the night's noon onto the clock.
          FORMAT-CLOCK.
           COMPUTE WS-CLOCK-SECS =
              FUNCTION MOD(WS-CLOCK-SECS + 43200, 86400).
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600.
           COMPUTE WS-CLOCK-MM =
              FUNCTION MOD(WS-CLOCK-SECS, 3600) / 60.
           MOVE SPACES TO WS-CLOCK-EDIT.
           STRING WS-CLOCK-HH ":" WS-CLOCK-MM DELIMITED BY SIZE
                INTO WS-CLOCK-EDIT
           END-STRING.

          FINISH-RUN.
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE WS-NIGHT-USED TO WS-SMALL-EDIT.
           STRING "CUTOFF " DELIMITED BY SIZE
                WS-CUTOFF-EDIT DELIMITED BY SIZE
                " NIGHTS " DELIMITED BY SIZE
                FUNCTION TRIM(WS-SMALL-EDIT) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           PERFORM WRITE-RUN-AUDIT.
           DISPLAY "CAP-FCST: " FUNCTION TRIM(WS-AUDIT-RESULT).
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

          WRITE-RUN-AUDIT.
           MOVE "CAP-FCST" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through CAP-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO CAP-RPT-REC.
           WRITE CAP-RPT-REC.
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
           MOVE "MONTHLY CAPACITY FORECAST - BATCH WINDOW AND MASTERS"
              TO WS-HDR-REC.
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

           MOVE SPACES TO WS-HDR-REC.
           STRING "SOURCE: RUNSTATS, CAPHIST, CAPCTL  CUTOFF: "
                   DELIMITED BY SIZE
                WS-CUTOFF-EDIT DELIMITED BY SIZE
                "  HORIZON: 90 DAYS" DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO CAP-RPT-REC.
           WRITE CAP-RPT-REC.
