        IDENTIFICATION DIVISION.
        PROGRAM-ID. FEED-PROF.

      * Feed profiling, run after each PRE-EDIT pass. PRE-EDIT turns
      * away bad records and holds the night on a flood of them, but
      * a feed made entirely of good records can still be the wrong
      * feed: yesterday's file sent again, a file cut to a tenth of
      * its usual size, or values that have all moved into one
      * narrow band. This step takes the cleaned generation PRE-EDIT
      * just wrote (FEEDIN) and records the night's shape for the
      * feed on FEEDHIST (FHISTREC.CPY):
      *   - record count, smallest, largest and mean value;
      *   - the count in each magnitude band;
      *   - the duplicates PRE-EDIT rejected (from its FEEDREJ
      *     reject file) as a share of the feed;
      *   - how many of tonight's values were also in the prior
      *     night's cleaned generation (FEEDPRV).
      * Tonight is then judged against the feed's last
      * CFG-PROFILE-NIGHTS nights on FEEDHIST, leaving out the nights
      * that were exceptions themselves. Each measure's shift from
      * the baseline is given in percentage points:
      *   COUNT, MEAN, RANGE - tonight's distance from the baseline
      *                        average, as a share of that average;
      *   BANDS              - the share of the feed that has moved
      *                        to a different magnitude band;
      *   DUPLICATES,        - points above the baseline's share
      *   OVERLAP              (a fall is not a concern).
      * A shift of CFG-PROFILE-SHIFT-PCT or more is an exception, half
      * that a warning. Each is DISPLAYed as its own line for the
      * operator, and the run ends RC 8 on an exception (the feed's
      * compute step CONDs on it), RC 4 on a warning, RC 0 otherwise.
      * Tonight's line failing to reach FEEDHIST is warned of and
      * ends the run RC 4 at least: the feed itself is not held, but
      * the next nights are judged against a history short a night.
      * Until the feed has five nights of history the profile is
      * recorded but not judged.
      *
      * The command line names the feed, the same name PRE-EDIT was
      * given (FACTORIAL, EVEN-ODD, FIBONACCI, COLLATZ).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDIN-STATUS.
          SELECT FEED-PRV-FILE ASSIGN TO "FEEDPRV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDPRV-STATUS.
          SELECT FEED-REJ-FILE ASSIGN TO "FEEDREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDREJ-STATUS.
          SELECT FEED-HIST-FILE ASSIGN TO "FEEDHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEEDHIST-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD FEED-IN-FILE.
          01 FEED-IN-REC             PIC X(10).

          FD FEED-PRV-FILE.
          01 FEED-PRV-REC            PIC X(10).

      * PRE-EDIT's reject line: the record, the run date and the
      * reason, two blanks apart.
          FD FEED-REJ-FILE.
          01 FEED-REJ-REC.
            03 FR-VALUE              PIC X(10).
            03 FILLER                PIC X(2).
            03 FR-RUN-DATE           PIC X(8).
            03 FILLER                PIC X(2).
            03 FR-REASON             PIC X(28).

          FD FEED-HIST-FILE.
          COPY FHISTREC.

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-FEED-NAME            PIC X(10).
          01 WS-FEEDIN-STATUS        PIC XX.
          01 WS-FEEDPRV-STATUS       PIC XX.
          01 WS-FEEDREJ-STATUS       PIC XX.
          01 WS-FEEDHIST-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-HIST-FAILED-SW       PIC X VALUE "N".
            88 HISTORY-NOT-APPENDED      VALUE "Y".
          01 WS-RUN-DATE             PIC X(8).
          01 WS-VALUE                PIC S9(10)V99.
          01 WS-ABS-VALUE            PIC 9(10)V99.
          01 WS-BAND-IDX             PIC 9(1).

      * Tonight's profile.
          01 WS-COUNT                PIC 9(7) VALUE 0.
          01 WS-UNREADABLE-CNT       PIC 9(7) VALUE 0.
          01 WS-MIN                  PIC S9(10)V99 VALUE 0.
          01 WS-MAX                  PIC S9(10)V99 VALUE 0.
          01 WS-SUM                  PIC S9(17)V99 VALUE 0.
          01 WS-MEAN                 PIC S9(10)V99 VALUE 0.
          01 WS-RANGE                PIC 9(11)V99 VALUE 0.
          01 WS-BAND-TABLE.
            03 WS-BAND-CNT           PIC 9(7) OCCURS 6 TIMES.
          01 WS-BAND-PCT-TABLE.
            03 WS-BAND-PCT           PIC 9(3) OCCURS 6 TIMES.
          01 WS-DUPS                 PIC 9(7) VALUE 0.
          01 WS-DUP-PCT              PIC 9(3) VALUE 0.
          01 WS-OVERLAP              PIC 9(7) VALUE 0.
          01 WS-OVERLAP-PCT          PIC 9(3) VALUE 0.
          01 WS-VERDICT              PIC X(1) VALUE "N".

      * The prior night's cleaned values, for the overlap count.
      * The same guarded linear table PRE-EDIT keeps for its
      * duplicate check; past 5000 values the overlap is counted
      * against the first 5000 only, with one warning.
          01 WS-PRV-USED             PIC 9(4) VALUE 0.
          01 WS-PRV-TABLE.
            03 WS-PRV-VALUE          PIC S9(10)V99 OCCURS 5000 TIMES.
          01 WS-PRV-IDX              PIC 9(4).
          01 WS-PRV-OVERFLOW-SW      PIC X VALUE "N".
            88 PRV-TABLE-OVERFLOWED      VALUE "Y".

      * The baseline: the feed's latest qualifying nights, kept in
      * a ring of CFG-PROFILE-NIGHTS slots (at most 100) so only the
      * trailing run is left once FEEDHIST has been read through.
          01 WS-BL-LIMIT             PIC 9(3).
          01 WS-BL-USED              PIC 9(3) VALUE 0.
          01 WS-BL-NEXT              PIC 9(3) VALUE 1.
          01 WS-BL-IDX               PIC 9(3).
          01 WS-BL-TABLE.
            03 WS-BL-ENTRY OCCURS 100 TIMES.
              05 WS-BL-COUNT         PIC 9(7).
              05 WS-BL-MEAN          PIC S9(10)V99.
              05 WS-BL-RANGE         PIC 9(11)V99.
              05 WS-BL-BAND-PCT      PIC 9(3) OCCURS 6 TIMES.
              05 WS-BL-DUP-PCT       PIC 9(3).
              05 WS-BL-OVERLAP-PCT   PIC 9(3).
          01 WS-BL-MIN-NIGHTS        PIC 9(3) VALUE 5.
          01 WS-AVG-COUNT            PIC 9(7)V99.
          01 WS-AVG-MEAN             PIC S9(10)V99.
          01 WS-AVG-RANGE            PIC 9(11)V99.
          01 WS-AVG-BAND-TABLE.
            03 WS-AVG-BAND-PCT       PIC 9(3)V99 OCCURS 6 TIMES.
          01 WS-AVG-DUP-PCT          PIC 9(3)V99.
          01 WS-AVG-OVERLAP-PCT      PIC 9(3)V99.
          01 WS-SUM-COUNT            PIC 9(10).
          01 WS-SUM-MEAN             PIC S9(13)V99.
          01 WS-SUM-RANGE            PIC 9(14)V99.
          01 WS-SUM-PCT              PIC 9(6).

      * Judging one measure.
          01 WS-MEASURE-NAME         PIC X(10).
          01 WS-TONIGHT              PIC S9(11)V99.
          01 WS-BASELINE             PIC S9(11)V99.
          01 WS-DIVISOR              PIC 9(11)V99.
          01 WS-SHIFT                PIC 9(5).
          01 WS-SHIFT-WORK           PIC S9(13)V99.
          01 WS-WARN-SHIFT           PIC 9(3).
          01 WS-MEASURE-VERDICT      PIC X(9).
          01 WS-EXCEPTION-CNT        PIC 9(2) VALUE 0.
          01 WS-WARNING-CNT          PIC 9(2) VALUE 0.

          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-PCT-EDIT             PIC ZZ9.
          01 WS-SHIFT-EDIT           PIC ZZZZ9.
          01 WS-VALUE-EDIT           PIC -(11)9.99.
          01 WS-VALUE-EDIT2          PIC -(11)9.99.
          01 WS-BAND-LABEL           PIC X(8).
          01 WS-PRINT-LINE           PIC X(100).
          01 WS-PRINT-PTR            PIC 9(3).

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE SPACES TO WS-FEED-NAME.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
              INTO WS-FEED-NAME
           END-UNSTRING.
           IF WS-FEED-NAME IS EQUAL TO SPACES
              DISPLAY "Usage: feed-prof FACTORIAL | EVEN-ODD"
                 " | FIBONACCI | COLLATZ"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE CFG-PROFILE-NIGHTS TO WS-BL-LIMIT.
           IF WS-BL-LIMIT > 100
              MOVE 100 TO WS-BL-LIMIT
           END-IF.
           IF WS-BL-LIMIT < 1
              MOVE 1 TO WS-BL-LIMIT
           END-IF.
           COMPUTE WS-WARN-SHIFT = CFG-PROFILE-SHIFT-PCT / 2.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE ZEROS TO WS-BAND-TABLE WS-BAND-PCT-TABLE.

           PERFORM LOAD-PRIOR-GENERATION.
           OPEN INPUT FEED-IN-FILE.
           IF WS-FEEDIN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No FEEDIN dataset - nothing to profile."
              MOVE WS-FEED-NAME TO WS-AUDIT-INPUT
              MOVE "NO FEEDIN DATASET" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-RUN-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ FEED-IN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM PROFILE-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE FEED-IN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM COUNT-DUPLICATE-REJECTS.
           PERFORM FINISH-PROFILE.
           PERFORM LOAD-BASELINE.
           PERFORM SHOW-PROFILE.
           IF WS-BL-USED < WS-BL-MIN-NIGHTS
              MOVE WS-BL-USED TO WS-PCT-EDIT
              DISPLAY "BASELINE STILL BUILDING ("
                 FUNCTION TRIM(WS-PCT-EDIT)
                 " NIGHTS ON FEEDHIST) - PROFILE RECORDED, NOT JUDGED"
           ELSE
              PERFORM AVERAGE-BASELINE
              PERFORM JUDGE-PROFILE
           END-IF.
           PERFORM APPEND-HISTORY.

           MOVE WS-FEED-NAME TO WS-AUDIT-INPUT.
           MOVE WS-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           EVALUATE WS-VERDICT
              WHEN "E"
                 MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
                 STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " recs, FEED EXCEPTION" DELIMITED BY SIZE
                      INTO WS-AUDIT-RESULT
                 END-STRING
              WHEN "W"
                 MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
                 STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " recs, feed warning" DELIMITED BY SIZE
                      INTO WS-AUDIT-RESULT
                 END-STRING
              WHEN OTHER
                 MOVE RC-SUCCESS TO WS-AUDIT-RC
                 STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " recs, feed normal" DELIMITED BY SIZE
                      INTO WS-AUDIT-RESULT
                 END-STRING
           END-EVALUATE.
           IF HISTORY-NOT-APPENDED
                 AND WS-AUDIT-RC < RC-VALIDATION-ERROR
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              MOVE SPACES TO WS-AUDIT-RESULT
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " recs, FEEDHIST not added" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF.
           PERFORM WRITE-RUN-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

      * No prior generation (the feed's first night) leaves the
      * table empty and the overlap at zero.
          LOAD-PRIOR-GENERATION.
           OPEN INPUT FEED-PRV-FILE.
           IF WS-FEEDPRV-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ FEED-PRV-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM KEEP-PRIOR-VALUE
              END-READ
           END-PERFORM.
           CLOSE FEED-PRV-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          KEEP-PRIOR-VALUE.
           IF FUNCTION TEST-NUMVAL(FEED-PRV-REC) NOT = 0
              EXIT PARAGRAPH
           END-IF.
           IF WS-PRV-USED NOT LESS THAN 5000
              IF NOT PRV-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 5000 prior values,"
                    " overlap counted against the first 5000"
                 MOVE "Y" TO WS-PRV-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRV-USED.
           COMPUTE WS-PRV-VALUE (WS-PRV-USED) =
              FUNCTION NUMVAL(FEED-PRV-REC).

      * The cleaned feed holds only values PRE-EDIT accepted, so a
      * record that will not convert is counted and passed over
      * rather than profiled.
          PROFILE-ONE-RECORD.
           IF FUNCTION TEST-NUMVAL(FEED-IN-REC) NOT = 0
              ADD 1 TO WS-UNREADABLE-CNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VALUE = FUNCTION NUMVAL(FEED-IN-REC).
           ADD 1 TO WS-COUNT.
           ADD WS-VALUE TO WS-SUM.
           IF WS-COUNT IS EQUAL TO 1 OR WS-VALUE < WS-MIN
              MOVE WS-VALUE TO WS-MIN
           END-IF.
           IF WS-COUNT IS EQUAL TO 1 OR WS-VALUE > WS-MAX
              MOVE WS-VALUE TO WS-MAX
           END-IF.
           MOVE WS-VALUE TO WS-ABS-VALUE.
           IF WS-ABS-VALUE < 10
              MOVE 1 TO WS-BAND-IDX
           ELSE IF WS-ABS-VALUE < 100
              MOVE 2 TO WS-BAND-IDX
           ELSE IF WS-ABS-VALUE < 1000
              MOVE 3 TO WS-BAND-IDX
           ELSE IF WS-ABS-VALUE < 10000
              MOVE 4 TO WS-BAND-IDX
           ELSE IF WS-ABS-VALUE < 100000
              MOVE 5 TO WS-BAND-IDX
           ELSE
              MOVE 6 TO WS-BAND-IDX
           END-IF.
           ADD 1 TO WS-BAND-CNT (WS-BAND-IDX).
           PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                    UNTIL WS-PRV-IDX > WS-PRV-USED
              IF WS-PRV-VALUE (WS-PRV-IDX) IS EQUAL TO WS-VALUE
                 ADD 1 TO WS-OVERLAP
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * PRE-EDIT keeps only the first of a run of equal values, so
      * the duplicates are counted from its reject file.
          COUNT-DUPLICATE-REJECTS.
           OPEN INPUT FEED-REJ-FILE.
           IF WS-FEEDREJ-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ FEED-REJ-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF FR-REASON IS EQUAL TO "DUPLICATE VALUE"
                       ADD 1 TO WS-DUPS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-REJ-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          FINISH-PROFILE.
           IF WS-COUNT > 0
              COMPUTE WS-MEAN ROUNDED = WS-SUM / WS-COUNT
              COMPUTE WS-RANGE = WS-MAX - WS-MIN
              COMPUTE WS-OVERLAP-PCT ROUNDED =
                 WS-OVERLAP * 100 / WS-COUNT
              PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 6
                 COMPUTE WS-BAND-PCT (WS-BAND-IDX) ROUNDED =
                    WS-BAND-CNT (WS-BAND-IDX) * 100 / WS-COUNT
              END-PERFORM
           END-IF.
           IF WS-COUNT + WS-DUPS > 0
              COMPUTE WS-DUP-PCT ROUNDED =
                 WS-DUPS * 100 / (WS-COUNT + WS-DUPS)
           END-IF.

      * Reads the whole history, keeping the feed's latest
      * non-exception nights in the ring.
          LOAD-BASELINE.
           OPEN INPUT FEED-HIST-FILE.
           IF WS-FEEDHIST-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ FEED-HIST-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF FH-FEED IS EQUAL TO WS-FEED-NAME
                          AND FH-VERDICT IS NOT EQUAL TO "E"
                       PERFORM KEEP-BASELINE-NIGHT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FEED-HIST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          KEEP-BASELINE-NIGHT.
           MOVE WS-BL-NEXT TO WS-BL-IDX.
           MOVE FH-COUNT TO WS-BL-COUNT (WS-BL-IDX).
           MOVE FH-MEAN TO WS-BL-MEAN (WS-BL-IDX).
           IF FH-MEAN-SIGN IS EQUAL TO "-"
              COMPUTE WS-BL-MEAN (WS-BL-IDX) = 0 - FH-MEAN
           END-IF.
           MOVE FH-MAX TO WS-VALUE.
           IF FH-MAX-SIGN IS EQUAL TO "-"
              COMPUTE WS-VALUE = 0 - FH-MAX
           END-IF.
           IF FH-MIN-SIGN IS EQUAL TO "-"
              COMPUTE WS-BL-RANGE (WS-BL-IDX) = WS-VALUE + FH-MIN
           ELSE
              COMPUTE WS-BL-RANGE (WS-BL-IDX) = WS-VALUE - FH-MIN
           END-IF.
           MOVE 0 TO WS-BL-DUP-PCT (WS-BL-IDX)
              WS-BL-OVERLAP-PCT (WS-BL-IDX).
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 6
              MOVE 0 TO WS-BL-BAND-PCT (WS-BL-IDX WS-BAND-IDX)
              IF FH-COUNT > 0
                 COMPUTE WS-BL-BAND-PCT (WS-BL-IDX WS-BAND-IDX)
                    ROUNDED = FH-BAND-CNT (WS-BAND-IDX) * 100
                       / FH-COUNT
              END-IF
           END-PERFORM.
           IF FH-COUNT > 0
              COMPUTE WS-BL-OVERLAP-PCT (WS-BL-IDX) ROUNDED =
                 FH-OVERLAP * 100 / FH-COUNT
           END-IF.
           IF FH-COUNT + FH-DUPS > 0
              COMPUTE WS-BL-DUP-PCT (WS-BL-IDX) ROUNDED =
                 FH-DUPS * 100 / (FH-COUNT + FH-DUPS)
           END-IF.
           IF WS-BL-USED < WS-BL-LIMIT
              ADD 1 TO WS-BL-USED
           END-IF.
           IF WS-BL-NEXT NOT LESS THAN WS-BL-LIMIT
              MOVE 1 TO WS-BL-NEXT
           ELSE
              ADD 1 TO WS-BL-NEXT
           END-IF.

          AVERAGE-BASELINE.
           MOVE 0 TO WS-SUM-COUNT WS-SUM-MEAN WS-SUM-RANGE.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-BL-USED
              ADD WS-BL-COUNT (WS-BL-IDX) TO WS-SUM-COUNT
              ADD WS-BL-MEAN (WS-BL-IDX) TO WS-SUM-MEAN
              ADD WS-BL-RANGE (WS-BL-IDX) TO WS-SUM-RANGE
           END-PERFORM.
           COMPUTE WS-AVG-COUNT ROUNDED = WS-SUM-COUNT / WS-BL-USED.
           COMPUTE WS-AVG-MEAN ROUNDED = WS-SUM-MEAN / WS-BL-USED.
           COMPUTE WS-AVG-RANGE ROUNDED = WS-SUM-RANGE / WS-BL-USED.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 6
              MOVE 0 TO WS-SUM-PCT
              PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                       UNTIL WS-BL-IDX > WS-BL-USED
                 ADD WS-BL-BAND-PCT (WS-BL-IDX WS-BAND-IDX)
                    TO WS-SUM-PCT
              END-PERFORM
              COMPUTE WS-AVG-BAND-PCT (WS-BAND-IDX) ROUNDED =
                 WS-SUM-PCT / WS-BL-USED
           END-PERFORM.
           MOVE 0 TO WS-SUM-PCT.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-BL-USED
              ADD WS-BL-DUP-PCT (WS-BL-IDX) TO WS-SUM-PCT
           END-PERFORM.
           COMPUTE WS-AVG-DUP-PCT ROUNDED = WS-SUM-PCT / WS-BL-USED.
           MOVE 0 TO WS-SUM-PCT.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                    UNTIL WS-BL-IDX > WS-BL-USED
              ADD WS-BL-OVERLAP-PCT (WS-BL-IDX) TO WS-SUM-PCT
           END-PERFORM.
           COMPUTE WS-AVG-OVERLAP-PCT ROUNDED =
              WS-SUM-PCT / WS-BL-USED.

          SHOW-PROFILE.
           MOVE WS-COUNT TO WS-COUNT-EDIT.
           DISPLAY "FEED PROFILE: " FUNCTION TRIM(WS-FEED-NAME)
              "  RUN DATE " WS-RUN-DATE
              "  RECORDS: " FUNCTION TRIM(WS-COUNT-EDIT).
           MOVE WS-MIN TO WS-VALUE-EDIT.
           MOVE WS-MAX TO WS-VALUE-EDIT2.
           DISPLAY "  MIN: " FUNCTION TRIM(WS-VALUE-EDIT)
              "  MAX: " FUNCTION TRIM(WS-VALUE-EDIT2).
           MOVE WS-MEAN TO WS-VALUE-EDIT.
           DISPLAY "  MEAN: " FUNCTION TRIM(WS-VALUE-EDIT).
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-PRINT-PTR.
           STRING "  BANDS:" DELIMITED BY SIZE
              INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR
           END-STRING.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 6
              MOVE WS-BAND-CNT (WS-BAND-IDX) TO WS-COUNT-EDIT
              PERFORM SET-BAND-LABEL
              STRING " " FUNCTION TRIM(WS-BAND-LABEL)
                   "=" FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                 INTO WS-PRINT-LINE WITH POINTER WS-PRINT-PTR
              END-STRING
           END-PERFORM.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           MOVE WS-DUPS TO WS-COUNT-EDIT.
           MOVE WS-DUP-PCT TO WS-PCT-EDIT.
           DISPLAY "  DUPLICATES REJECTED: "
              FUNCTION TRIM(WS-COUNT-EDIT)
              " (" FUNCTION TRIM(WS-PCT-EDIT) "%)".
           MOVE WS-OVERLAP TO WS-COUNT-EDIT.
           MOVE WS-PRV-USED TO WS-COUNT-EDIT2.
           MOVE WS-OVERLAP-PCT TO WS-PCT-EDIT.
           DISPLAY "  ALSO IN PRIOR GENERATION: "
              FUNCTION TRIM(WS-COUNT-EDIT)
              " (" FUNCTION TRIM(WS-PCT-EDIT) "%) OF A PRIOR "
              FUNCTION TRIM(WS-COUNT-EDIT2).
           IF WS-UNREADABLE-CNT > 0
              MOVE WS-UNREADABLE-CNT TO WS-COUNT-EDIT
              DISPLAY "  UNREADABLE RECORDS SKIPPED: "
                 FUNCTION TRIM(WS-COUNT-EDIT)
           END-IF.

          SET-BAND-LABEL.
           EVALUATE WS-BAND-IDX
              WHEN 1 MOVE "0-9" TO WS-BAND-LABEL
              WHEN 2 MOVE "10-99" TO WS-BAND-LABEL
              WHEN 3 MOVE "100-999" TO WS-BAND-LABEL
              WHEN 4 MOVE "1000-" TO WS-BAND-LABEL
              WHEN 5 MOVE "10000-" TO WS-BAND-LABEL
              WHEN OTHER MOVE "100000+" TO WS-BAND-LABEL
           END-EVALUATE.

      * One line per measure, and an exception or warning line under
      * any that is out of bounds.
          JUDGE-PROFILE.
           MOVE WS-BL-USED TO WS-PCT-EDIT.
           DISPLAY "  AGAINST THE LAST " FUNCTION TRIM(WS-PCT-EDIT)
              " NORMAL NIGHTS:".
           MOVE "COUNT" TO WS-MEASURE-NAME.
           MOVE WS-COUNT TO WS-TONIGHT.
           MOVE WS-AVG-COUNT TO WS-BASELINE.
           PERFORM SHIFT-FROM-AVERAGE.
           PERFORM JUDGE-MEASURE.
           IF WS-COUNT > 0
              MOVE "MEAN" TO WS-MEASURE-NAME
              MOVE WS-MEAN TO WS-TONIGHT
              MOVE WS-AVG-MEAN TO WS-BASELINE
              PERFORM SHIFT-FROM-AVERAGE
              PERFORM JUDGE-MEASURE
              MOVE "RANGE" TO WS-MEASURE-NAME
              MOVE WS-RANGE TO WS-TONIGHT
              MOVE WS-AVG-RANGE TO WS-BASELINE
              PERFORM SHIFT-FROM-AVERAGE
              PERFORM JUDGE-MEASURE
              MOVE "BANDS" TO WS-MEASURE-NAME
              PERFORM SHIFT-OF-BANDS
              PERFORM JUDGE-MEASURE
           END-IF.
           MOVE "DUPLICATES" TO WS-MEASURE-NAME.
           MOVE WS-DUP-PCT TO WS-TONIGHT.
           MOVE WS-AVG-DUP-PCT TO WS-BASELINE.
           PERFORM SHIFT-ABOVE-SHARE.
           PERFORM JUDGE-MEASURE.
           MOVE "OVERLAP" TO WS-MEASURE-NAME.
           MOVE WS-OVERLAP-PCT TO WS-TONIGHT.
           MOVE WS-AVG-OVERLAP-PCT TO WS-BASELINE.
           PERFORM SHIFT-ABOVE-SHARE.
           PERFORM JUDGE-MEASURE.

      * Distance from the baseline average as a share of it; an
      * average under one is taken as one, so a feed that is
      * normally all zeros still registers a move.
          SHIFT-FROM-AVERAGE.
           COMPUTE WS-SHIFT-WORK = WS-TONIGHT - WS-BASELINE.
           IF WS-SHIFT-WORK < 0
              COMPUTE WS-SHIFT-WORK = 0 - WS-SHIFT-WORK
           END-IF.
           MOVE WS-BASELINE TO WS-DIVISOR.
           IF WS-DIVISOR < 1
              MOVE 1 TO WS-DIVISOR
           END-IF.
           COMPUTE WS-SHIFT-WORK ROUNDED =
              WS-SHIFT-WORK * 100 / WS-DIVISOR.
           IF WS-SHIFT-WORK > 99999
              MOVE 99999 TO WS-SHIFT
           ELSE
              MOVE WS-SHIFT-WORK TO WS-SHIFT
           END-IF.

      * Half the sum of the band-share differences: the share of the
      * feed sitting in a different band from usual.
          SHIFT-OF-BANDS.
           MOVE 0 TO WS-SHIFT-WORK.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 6
              IF WS-BAND-PCT (WS-BAND-IDX) >
                    WS-AVG-BAND-PCT (WS-BAND-IDX)
                 COMPUTE WS-SHIFT-WORK = WS-SHIFT-WORK
                    + WS-BAND-PCT (WS-BAND-IDX)
                    - WS-AVG-BAND-PCT (WS-BAND-IDX)
              ELSE
                 COMPUTE WS-SHIFT-WORK = WS-SHIFT-WORK
                    + WS-AVG-BAND-PCT (WS-BAND-IDX)
                    - WS-BAND-PCT (WS-BAND-IDX)
              END-IF
           END-PERFORM.
           COMPUTE WS-SHIFT ROUNDED = WS-SHIFT-WORK / 2.
           MOVE 0 TO WS-TONIGHT WS-BASELINE.

          SHIFT-ABOVE-SHARE.
           MOVE 0 TO WS-SHIFT.
           IF WS-TONIGHT > WS-BASELINE
              COMPUTE WS-SHIFT ROUNDED = WS-TONIGHT - WS-BASELINE
           END-IF.

          JUDGE-MEASURE.
           IF WS-SHIFT NOT LESS THAN CFG-PROFILE-SHIFT-PCT
              MOVE "EXCEPTION" TO WS-MEASURE-VERDICT
              ADD 1 TO WS-EXCEPTION-CNT
              MOVE "E" TO WS-VERDICT
           ELSE IF WS-SHIFT NOT LESS THAN WS-WARN-SHIFT
                 AND WS-WARN-SHIFT > 0
              MOVE "WARNING" TO WS-MEASURE-VERDICT
              ADD 1 TO WS-WARNING-CNT
              IF WS-VERDICT IS NOT EQUAL TO "E"
                 MOVE "W" TO WS-VERDICT
              END-IF
           ELSE
              MOVE "OK" TO WS-MEASURE-VERDICT
           END-IF.
           MOVE WS-TONIGHT TO WS-VALUE-EDIT.
           MOVE WS-BASELINE TO WS-VALUE-EDIT2.
           MOVE WS-SHIFT TO WS-SHIFT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-MEASURE-NAME IS EQUAL TO "BANDS"
              STRING "    " WS-MEASURE-NAME DELIMITED BY SIZE
                   "  SHIFT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHIFT-EDIT) DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   WS-MEASURE-VERDICT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           ELSE
              STRING "    " WS-MEASURE-NAME DELIMITED BY SIZE
                   "  TONIGHT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
                   "  BASELINE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VALUE-EDIT2) DELIMITED BY SIZE
                   "  SHIFT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SHIFT-EDIT) DELIMITED BY SIZE
                   "%  " DELIMITED BY SIZE
                   WS-MEASURE-VERDICT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-MEASURE-VERDICT IS EQUAL TO "EXCEPTION"
                 OR WS-MEASURE-VERDICT IS EQUAL TO "WARNING"
              DISPLAY "*** FEED " FUNCTION TRIM(WS-MEASURE-VERDICT)
                 ": " FUNCTION TRIM(WS-FEED-NAME) " "
                 FUNCTION TRIM(WS-MEASURE-NAME) " SHIFTED "
                 FUNCTION TRIM(WS-SHIFT-EDIT)
                 "% FROM ITS BASELINE"
           END-IF.

      * Tonight's line goes on the end of FEEDHIST whatever the
      * verdict, so the history shows the bad nights too.
          APPEND-HISTORY.
           OPEN EXTEND FEED-HIST-FILE.
           IF WS-FEEDHIST-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT FEED-HIST-FILE
              CLOSE FEED-HIST-FILE
              OPEN EXTEND FEED-HIST-FILE
           END-IF.
           IF WS-FEEDHIST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Warning: FEEDHIST cannot be written, status "
                 WS-FEEDHIST-STATUS " - tonight's profile not kept"
              MOVE "Y" TO WS-HIST-FAILED-SW
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FEED-HIST-REC.
           MOVE WS-FEED-NAME TO FH-FEED.
           MOVE WS-RUN-DATE TO FH-RUN-DATE.
           MOVE WS-AUDIT-RUN-ID TO FH-RUN-ID.
           MOVE WS-COUNT TO FH-COUNT.
           MOVE WS-MIN TO FH-MIN.
           MOVE WS-MAX TO FH-MAX.
           MOVE WS-MEAN TO FH-MEAN.
           MOVE "+" TO FH-MIN-SIGN FH-MAX-SIGN FH-MEAN-SIGN.
           IF WS-MIN < 0
              MOVE "-" TO FH-MIN-SIGN
           END-IF.
           IF WS-MAX < 0
              MOVE "-" TO FH-MAX-SIGN
           END-IF.
           IF WS-MEAN < 0
              MOVE "-" TO FH-MEAN-SIGN
           END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                    UNTIL WS-BAND-IDX > 6
              MOVE WS-BAND-CNT (WS-BAND-IDX)
                 TO FH-BAND-CNT (WS-BAND-IDX)
           END-PERFORM.
           MOVE WS-DUPS TO FH-DUPS.
           MOVE WS-PRV-USED TO FH-PRIOR-CNT.
           MOVE WS-OVERLAP TO FH-OVERLAP.
           MOVE WS-VERDICT TO FH-VERDICT.
           WRITE FEED-HIST-REC.
           IF WS-FEEDHIST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Warning: FEEDHIST write failed, status "
                 WS-FEEDHIST-STATUS " - tonight's profile not kept"
              MOVE "Y" TO WS-HIST-FAILED-SW
           END-IF.
           CLOSE FEED-HIST-FILE.

          WRITE-RUN-AUDIT.
           MOVE "FEED-PROF" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
