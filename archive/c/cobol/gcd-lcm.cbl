          SELECT GCD-OUT-FILE ASSIGN TO "GCDOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GCDOUT-STATUS.
          SELECT GRP-IN-FILE ASSIGN TO "GRPIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRPIN-STATUS.
          SELECT GRP-RPT-FILE ASSIGN TO "GRPRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GRPRPT-STATUS.
          SELECT HOL-CAL-FILE ASSIGN TO "HOLCAL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOLCAL-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD GCD-IN-FILE.
          FD GCD-OUT-FILE.
          01 GCD-OUT-REC                PIC X(80).

          FD GRP-IN-FILE.
          01 GRP-IN-REC                 PIC X(50).

          FD GRP-RPT-FILE.
          01 GRP-RPT-REC                PIC X(80).

          FD HOL-CAL-FILE.
          01 HOL-CAL-REC                PIC X(8).

      * Two-number questions the suite never handled: the greatest
      * common divisor and least common multiple the scheduling desk
      * needs when aligning cycle lengths across jobs. A pair on the
      * writes an input/input/GCD/LCM report line per pair to
      * GCDOUT, with the standard 0/4/8 RETURN-CODE convention and
      * one audit summary line per batch.
      *
      * GROUP mode answers the question the desk actually has, about
      * a whole group of jobs at once. GRPIN carries one job per line
      * - group id, job name, cycle length in days, and an anchor
      * date (YYYYMMDD) the job ran or will run on - with each
      * group's lines together. For every group the GRPRPT report
      * gives the combined LCM of the cycles, each job's next run,
      * the next several dates on which every job in the group runs
      * on the same day, and each pair's coincidence dates over the
      * coming quarter (the 91 days from the run date), with any of
      * those dates that fall on a HOLCAL shop holiday flagged.
      * "GROUP <n>" asks for n alignment dates instead of five;
      * "GROUP <n> <yyyymmdd>" plans from that date instead of today.
        WORKING-STORAGE SECTION.
          01 CMD-ARGS                  PIC X(38).
          01 WS-GCDIN-STATUS           PIC XX.
          01 WS-OUT-LINE               PIC X(80).
          01 WS-LINE-PTR               PIC 9(4).

      * GROUP mode. Dates are worked as intrinsic integer dates (day
      * 1 is 1 January 1601, a Monday, as DISPATCHER counts them), so
      * a job runs on every day congruent to its anchor modulo its
      * cycle. The group's full alignments are the days that meet
      * all of those congruences at once; folding the jobs in one at
      * a time (the Chinese remainder construction, generalized to
      * cycles that share factors) leaves a single residue modulo
      * the combined LCM, or proves there is none - two jobs whose
      * anchors differ by something their cycles' GCD does not
      * divide never meet at all.
          01 WS-GRPIN-STATUS           PIC XX.
          01 WS-GRPRPT-STATUS          PIC XX.
          01 WS-GRP-EOF-SWITCH         PIC X VALUE "N".
            88 END-OF-GRPIN                 VALUE "Y".
          01 WS-GRP-ID-TOKEN           PIC X(12).
          01 WS-GRP-JOB-TOKEN          PIC X(12).
          01 WS-GRP-CYCLE-TOKEN        PIC X(12).
          01 WS-GRP-ANCHOR-TOKEN       PIC X(12).
          01 WS-GRP-COUNT-TOKEN        PIC X(12).
          01 WS-GRP-FROM-TOKEN         PIC X(12).
          01 WS-GRP-LINE-OK-SW         PIC X.
            88 GROUP-LINE-OK                VALUE "Y".
          01 WS-GRP-NEW-CYCLE          PIC 9(5).
          01 WS-GRP-NEW-ANCHOR         PIC 9(8).
          01 WS-GRP-CURRENT-ID         PIC X(12) VALUE SPACES.
          01 WS-GRP-LINE-COUNT         PIC 9(7) VALUE 0.
          01 WS-GRP-GROUP-COUNT        PIC 9(7) VALUE 0.
          01 WS-GRP-ALIGN-WANTED       PIC 9(2) VALUE 5.
          01 WS-GRP-TODAY-NUM          PIC 9(8).
          01 WS-GRP-TODAY-INT          PIC 9(7).
          01 WS-GRP-QTR-END-INT        PIC 9(7).
          01 WS-GRP-DATE-NUM           PIC 9(8).
          01 WS-GRP-LAST-DATE-INT      PIC 9(7) VALUE 3652059.

      * One group's jobs, in a guarded table: a group larger than
      * the table keeps its first twenty jobs and says so.
          01 WS-GRP-JOB-USED           PIC 9(2) VALUE 0.
          01 WS-GRP-JOB-LOST           PIC 9(5) VALUE 0.
          01 WS-GRP-JOB-TABLE.
            03 WS-GRP-JOB-ENTRY        OCCURS 20 TIMES.
              05 WS-GRP-JOB-NAME       PIC X(12).
              05 WS-GRP-JOB-CYCLE      PIC 9(5).
              05 WS-GRP-JOB-ANCHOR     PIC 9(8).
              05 WS-GRP-JOB-RESIDUE    PIC 9(5).
          01 WS-GRP-IDX                PIC 9(2).
          01 WS-GRP-IDX2               PIC 9(2).

      * The congruence fold: WS-GRP-RES modulo WS-GRP-MOD is the
      * set of days every job folded in so far runs on.
          01 WS-GRP-RES                PIC S9(18).
          01 WS-GRP-MOD                PIC S9(18).
          01 WS-GRP-LCM                PIC S9(18).
          01 WS-GRP-ALIGN-SW           PIC X.
            88 GROUP-CAN-ALIGN              VALUE "Y".
          01 WS-GRP-LCM-OVFL-SW        PIC X.
            88 GROUP-LCM-OVERFLOWED         VALUE "Y".
          01 WS-FOLD-RES               PIC S9(18).
          01 WS-FOLD-MOD               PIC S9(18).
          01 WS-FOLD-A                 PIC S9(18).
          01 WS-FOLD-C                 PIC S9(18).
          01 WS-FOLD-DIFF              PIC S9(18).
          01 WS-FOLD-STEP              PIC S9(18).
          01 WS-FOLD-C-RED             PIC S9(18).
          01 WS-FOLD-M-RED             PIC S9(18).
          01 WS-FOLD-K                 PIC S9(18).
          01 WS-FOLD-NEW-MOD           PIC S9(18).
          01 WS-FOLD-OK-SW             PIC X.
            88 FOLD-COMPATIBLE              VALUE "Y".
          01 WS-FOLD-OVFL-SW           PIC X.
            88 FOLD-OVERFLOWED              VALUE "Y".

      * Modular inverse by the extended Euclid walk.
          01 WS-INV-OLD-R              PIC S9(18).
          01 WS-INV-R                  PIC S9(18).
          01 WS-INV-OLD-S              PIC S9(18).
          01 WS-INV-S                  PIC S9(18).
          01 WS-INV-Q                  PIC S9(18).
          01 WS-INV-HOLD               PIC S9(18).
          01 WS-INV-RESULT             PIC S9(18).

          01 WS-GRP-DAY-INT            PIC S9(18).
          01 WS-GRP-ALIGN-CNT          PIC 9(2).
          01 WS-GRP-PAIR-CNT           PIC 9(5).
          01 WS-GRP-DOW-NUM            PIC 9(1).
          01 WS-GRP-DOW-NAME           PIC X(3).
          01 WS-GRP-DATE-EDIT          PIC X(10).
          01 WS-GRP-CYCLE-EDIT         PIC Z(4)9.
          01 WS-GRP-LCM-EDIT           PIC Z(17)9.
          01 WS-GRP-ANCHOR-EDIT        PIC X(10).

      * The HOLCAL shop calendar, loaded the way DISPATCHER loads it.
          01 WS-HOLCAL-STATUS          PIC XX.
          01 WS-HOL-USED               PIC 9(3) VALUE 0.
          01 WS-HOL-TABLE.
            03 WS-HOL-DATE             PIC X(8) OCCURS 100 TIMES.
          01 WS-HOL-IDX                PIC 9(3).
          01 WS-HOL-EOF-SWITCH         PIC X VALUE "N".
            88 END-OF-HOLCAL                VALUE "Y".
          01 WS-HOLIDAY-SWITCH         PIC X.
            88 DATE-IS-HOLIDAY              VALUE "Y".

      * Page heading and page-break control for GRPRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PRINT-LINE             PIC X(80).
          01 WS-PAGE-SIZE              PIC 9(3).
          01 WS-PAGE-LINE-CNT          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER            PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT          PIC ZZ9.
          01 WS-HDR-REC                PIC X(80).
          01 WS-HDR-TIMESTAMP          PIC X(21).
          01 WS-HDR-DATE-EDIT          PIC X(10).
          01 WS-HDR-TIME-EDIT          PIC X(8).

          COPY VALCOM.
          COPY AUDCOM.
          COPY RETCODE.
              PERFORM BATCH-MODE
              STOP RUN.

           IF CMD-ARGS (1:5) = "GROUP" THEN
              PERFORM GROUP-MODE
              STOP RUN.

           IF CMD-ARGS (1:4) = "GCD " OR CMD-ARGS (1:4) = "LCM " THEN
              PERFORM SINGLE-MODE
              STOP RUN.

           DISPLAY "Usage: gcd-lcm GCD <a> <b> | LCM <a> <b> | BATCH"
              " | GROUP [<n> [<yyyymmdd>]]".
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * Reads GRPIN a line at a time; a change of group id closes the
      * group in hand and reports it before the next one is started.
      * A line that does not hold a usable job is listed as rejected
      * and counted, and turns the step's RETURN-CODE to 8 the way a
      * bad pair does in BATCH.
          GROUP-MODE.
           MOVE "GCD-LCM" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           PERFORM PARSE-GROUP-ARGS.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT GRP-IN-FILE.
           IF WS-GRPIN-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No GRPIN dataset to plan from."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT GRP-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL END-OF-GRPIN
              READ GRP-IN-FILE
                 AT END MOVE "Y" TO WS-GRP-EOF-SWITCH
                 NOT AT END PERFORM GROUP-ONE-LINE
              END-READ
           END-PERFORM.
           IF WS-GRP-JOB-USED > 0
              PERFORM REPORT-ONE-GROUP
           END-IF.
           PERFORM WRITE-GROUP-TOTALS.
           CLOSE GRP-IN-FILE GRP-RPT-FILE.
           PERFORM WRITE-GROUP-SUMMARY.
           MOVE WS-GRP-LINE-COUNT TO WS-STAT-READ.
           MOVE WS-BATCH-ERROR-COUNT TO WS-STAT-ERRORS.
           PERFORM WRITE-RUN-STATS.
           IF WS-BATCH-ERROR-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO RETURN-CODE
           ELSE
              MOVE RC-SUCCESS TO RETURN-CODE
           END-IF.

      * "GROUP [<n> [<yyyymmdd>]]": how many full-alignment dates to
      * list (1 to 20, five when omitted) and the date to plan from
      * (today when omitted).
          PARSE-GROUP-ARGS.
           MOVE SPACES TO WS-MODE-TOKEN WS-GRP-COUNT-TOKEN
              WS-GRP-FROM-TOKEN.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-MODE-TOKEN WS-GRP-COUNT-TOKEN WS-GRP-FROM-TOKEN
           END-UNSTRING.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GRP-TODAY-NUM.
           IF WS-GRP-COUNT-TOKEN IS NOT EQUAL TO SPACES
              MOVE 20 TO WS-VALIDATE-MAX
              MOVE SPACES TO WS-NUM-TOKEN
              MOVE WS-GRP-COUNT-TOKEN TO WS-NUM-TOKEN
              CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
                 WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
                 WS-VALIDATE-NEG-OK
              END-CALL
              MOVE WS-VALIDATE-DECIMAL TO WS-NUM-A
              IF NOT VALIDATE-OK OR WS-NUM-A < 1
                    OR WS-NUM-A IS NOT EQUAL TO WS-VALIDATE-DECIMAL
                 PERFORM GROUP-USAGE-ERROR
              END-IF
              MOVE WS-NUM-A TO WS-GRP-ALIGN-WANTED
           END-IF.
           IF WS-GRP-FROM-TOKEN IS NOT EQUAL TO SPACES
              MOVE WS-GRP-FROM-TOKEN TO WS-GRP-ANCHOR-TOKEN
              PERFORM VALIDATE-GROUP-DATE
              IF NOT GROUP-LINE-OK
                 PERFORM GROUP-USAGE-ERROR
              END-IF
              MOVE WS-GRP-DATE-NUM TO WS-GRP-TODAY-NUM
           END-IF.
           COMPUTE WS-GRP-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-GRP-TODAY-NUM).
           COMPUTE WS-GRP-QTR-END-INT = WS-GRP-TODAY-INT + 90.

          GROUP-USAGE-ERROR.
           DISPLAY "Usage: gcd-lcm GROUP [<n> [<yyyymmdd>]]"
              " - n from 1 to 20".
           MOVE "GCD-LCM" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE "INVALID GROUP PARAMETERS" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           PERFORM WRITE-AUDIT.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

      * Blank lines and "*" comment lines are passed over without
      * comment; everything else is a job line.
          GROUP-ONE-LINE.
           ADD 1 TO WS-GRP-LINE-COUNT.
           IF GRP-IN-REC IS EQUAL TO SPACES
                 OR GRP-IN-REC (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GRP-ID-TOKEN WS-GRP-JOB-TOKEN
              WS-GRP-CYCLE-TOKEN WS-GRP-ANCHOR-TOKEN.
           UNSTRING GRP-IN-REC DELIMITED BY ALL SPACE
              INTO WS-GRP-ID-TOKEN WS-GRP-JOB-TOKEN
                 WS-GRP-CYCLE-TOKEN WS-GRP-ANCHOR-TOKEN
           END-UNSTRING.
           PERFORM VALIDATE-GROUP-LINE.
           IF NOT GROUP-LINE-OK
              ADD 1 TO WS-BATCH-ERROR-COUNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "REJECTED: " DELIMITED BY SIZE
                   GRP-IN-REC DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-A TO WS-GRP-NEW-CYCLE.
           MOVE WS-GRP-DATE-NUM TO WS-GRP-NEW-ANCHOR.
           IF WS-GRP-ID-TOKEN IS NOT EQUAL TO WS-GRP-CURRENT-ID
              IF WS-GRP-JOB-USED > 0
                 PERFORM REPORT-ONE-GROUP
              END-IF
              MOVE WS-GRP-ID-TOKEN TO WS-GRP-CURRENT-ID
              MOVE 0 TO WS-GRP-JOB-USED WS-GRP-JOB-LOST
           END-IF.
           IF WS-GRP-JOB-USED < 20
              ADD 1 TO WS-GRP-JOB-USED
              MOVE WS-GRP-JOB-TOKEN TO WS-GRP-JOB-NAME (WS-GRP-JOB-USED)
              MOVE WS-GRP-NEW-CYCLE
                 TO WS-GRP-JOB-CYCLE (WS-GRP-JOB-USED)
              MOVE WS-GRP-NEW-ANCHOR
                 TO WS-GRP-JOB-ANCHOR (WS-GRP-JOB-USED)
              COMPUTE WS-GRP-JOB-RESIDUE (WS-GRP-JOB-USED) =
                 FUNCTION MOD (FUNCTION INTEGER-OF-DATE
                    (WS-GRP-NEW-ANCHOR), WS-GRP-NEW-CYCLE)
           ELSE
              ADD 1 TO WS-GRP-JOB-LOST
           END-IF.

      * All four fields present, a whole-day cycle of 1 to 99999
      * days, and a real calendar date. The cycle is left in
      * WS-NUM-A and the anchor in WS-GRP-DATE-NUM, and both are set
      * aside before the group break can report (and reuse those
      * fields for) the group before.
          VALIDATE-GROUP-LINE.
           MOVE "N" TO WS-GRP-LINE-OK-SW.
           IF WS-GRP-ANCHOR-TOKEN IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           MOVE 99999 TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-GRP-CYCLE-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO WS-NUM-A.
           IF WS-NUM-A < 1
                 OR WS-NUM-A IS NOT EQUAL TO WS-VALIDATE-DECIMAL
              EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-GROUP-DATE.

      * A YYYYMMDD token in WS-GRP-ANCHOR-TOKEN, checked as a date.
          VALIDATE-GROUP-DATE.
           MOVE "N" TO WS-GRP-LINE-OK-SW.
           MOVE 99991231 TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-GRP-ANCHOR-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO WS-NUM-B.
           IF WS-NUM-B IS NOT EQUAL TO WS-VALIDATE-DECIMAL
                 OR WS-NUM-B < 16010101
              EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-B TO WS-GRP-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-GRP-DATE-NUM) = 0
              MOVE "Y" TO WS-GRP-LINE-OK-SW
           END-IF.

      * One group's section of the report: the combined LCM, each
      * job's next run, the next full alignments, and the pairwise
      * coincidences over the quarter.
          REPORT-ONE-GROUP.
           ADD 1 TO WS-GRP-GROUP-COUNT.
           PERFORM FOLD-GROUP-CYCLES.
           MOVE WS-GRP-JOB-USED TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "GROUP " DELIMITED BY SIZE
                FUNCTION TRIM(WS-GRP-CURRENT-ID) DELIMITED BY SIZE
                "  JOBS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  COMBINED LCM: " DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           IF GROUP-LCM-OVERFLOWED
              STRING "TOO LARGE TO REPRESENT" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-LINE-PTR
              END-STRING
           ELSE
              MOVE WS-GRP-LCM TO WS-GRP-LCM-EDIT
              STRING FUNCTION TRIM(WS-GRP-LCM-EDIT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF.
           PERFORM EMIT-LINE.
           IF WS-GRP-JOB-LOST > 0
              MOVE WS-GRP-JOB-LOST TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "  JOBS PAST THE TWENTIETH NOT PLANNED: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "JOB" TO WS-PRINT-LINE (3:3).
           MOVE "CYCLE" TO WS-PRINT-LINE (16:5).
           MOVE "ANCHOR" TO WS-PRINT-LINE (23:6).
           MOVE "NEXT RUN" TO WS-PRINT-LINE (35:8).
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                    UNTIL WS-GRP-IDX > WS-GRP-JOB-USED
              PERFORM WRITE-GROUP-JOB-LINE
           END-PERFORM.

           MOVE "  NEXT FULL ALIGNMENTS:" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF GROUP-LCM-OVERFLOWED
              MOVE "    COMBINED CYCLE TOO LONG TO PROJECT"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           ELSE IF NOT GROUP-CAN-ALIGN
              MOVE "    NONE - THE ANCHORS NEVER COINCIDE"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           ELSE
              PERFORM WRITE-GROUP-ALIGNMENTS
           END-IF.

           MOVE WS-GRP-TODAY-INT TO WS-GRP-DAY-INT.
           PERFORM FORMAT-GROUP-DATE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  PAIR COINCIDENCES " DELIMITED BY SIZE
                WS-GRP-DATE-EDIT DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-GRP-QTR-END-INT TO WS-GRP-DAY-INT.
           PERFORM FORMAT-GROUP-DATE.
           STRING WS-GRP-DATE-EDIT DELIMITED BY SIZE
                ":" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE 0 TO WS-GRP-PAIR-CNT.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                    UNTIL WS-GRP-IDX > WS-GRP-JOB-USED
              PERFORM VARYING WS-GRP-IDX2 FROM WS-GRP-IDX BY 1
                       UNTIL WS-GRP-IDX2 > WS-GRP-JOB-USED
                 IF WS-GRP-IDX2 > WS-GRP-IDX
                    PERFORM WRITE-PAIR-COINCIDENCES
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-GRP-PAIR-CNT IS EQUAL TO 0
              MOVE "    NONE IN THE QUARTER" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.

      * Folds every job's congruence into the group's, carrying the
      * combined LCM even after two jobs prove they never meet, so
      * the report still gives the desk the combined cycle.
          FOLD-GROUP-CYCLES.
           MOVE "Y" TO WS-GRP-ALIGN-SW.
           MOVE "N" TO WS-GRP-LCM-OVFL-SW.
           MOVE 0 TO WS-GRP-RES.
           MOVE 1 TO WS-GRP-MOD.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                    UNTIL WS-GRP-IDX > WS-GRP-JOB-USED
                       OR GROUP-LCM-OVERFLOWED
              MOVE WS-GRP-RES TO WS-FOLD-RES
              MOVE WS-GRP-MOD TO WS-FOLD-MOD
              MOVE WS-GRP-JOB-RESIDUE (WS-GRP-IDX) TO WS-FOLD-A
              MOVE WS-GRP-JOB-CYCLE (WS-GRP-IDX) TO WS-FOLD-C
              PERFORM FOLD-CONGRUENCE
              IF FOLD-OVERFLOWED
                 MOVE "Y" TO WS-GRP-LCM-OVFL-SW
              ELSE
                 MOVE WS-FOLD-NEW-MOD TO WS-GRP-MOD
                 IF FOLD-COMPATIBLE
                    MOVE WS-FOLD-RES TO WS-GRP-RES
                 ELSE
                    MOVE "N" TO WS-GRP-ALIGN-SW
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-GRP-MOD TO WS-GRP-LCM.

      * Day d runs both "d = RES mod MOD" and "d = A mod C" exactly
      * when A - RES is a multiple of g = GCD(MOD, C); the days that
      * do are then RES + MOD * k for the one k (mod C/g) that
      * solves (MOD/g) * k = (A - RES)/g, which the modular inverse
      * of MOD/g gives. The result is one residue modulo the LCM.
          FOLD-CONGRUENCE.
           MOVE "N" TO WS-FOLD-OVFL-SW.
           MOVE "Y" TO WS-FOLD-OK-SW.
           MOVE WS-FOLD-MOD TO WS-NUM-A.
           MOVE WS-FOLD-C TO WS-NUM-B.
           PERFORM COMPUTE-GCD-LCM.
           COMPUTE WS-FOLD-NEW-MOD = WS-FOLD-MOD / WS-GCD * WS-FOLD-C
              ON SIZE ERROR
                 MOVE "Y" TO WS-FOLD-OVFL-SW
           END-COMPUTE.
           IF FOLD-OVERFLOWED
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-DIFF = WS-FOLD-A - WS-FOLD-RES.
           IF FUNCTION MOD (WS-FOLD-DIFF, WS-GCD) IS NOT EQUAL TO 0
              MOVE "N" TO WS-FOLD-OK-SW
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FOLD-M-RED = WS-FOLD-MOD / WS-GCD.
           COMPUTE WS-FOLD-C-RED = WS-FOLD-C / WS-GCD.
           COMPUTE WS-FOLD-STEP =
              FUNCTION MOD (WS-FOLD-DIFF / WS-GCD, WS-FOLD-C-RED).
           PERFORM MODULAR-INVERSE.
           COMPUTE WS-FOLD-K = FUNCTION MOD
              (WS-FOLD-STEP * WS-INV-RESULT, WS-FOLD-C-RED).
           COMPUTE WS-FOLD-RES = FUNCTION MOD
              (WS-FOLD-RES + WS-FOLD-MOD * WS-FOLD-K, WS-FOLD-NEW-MOD).

      * Inverse of WS-FOLD-M-RED modulo WS-FOLD-C-RED (the two are
      * coprime once the GCD is divided out), by carrying the
      * Bezout coefficient alongside Euclid's remainders.
          MODULAR-INVERSE.
           COMPUTE WS-INV-OLD-R =
              FUNCTION MOD (WS-FOLD-M-RED, WS-FOLD-C-RED).
           MOVE WS-FOLD-C-RED TO WS-INV-R.
           MOVE 1 TO WS-INV-OLD-S.
           MOVE 0 TO WS-INV-S.
           PERFORM UNTIL WS-INV-R IS EQUAL TO 0
              COMPUTE WS-INV-Q = WS-INV-OLD-R / WS-INV-R
              COMPUTE WS-INV-HOLD = WS-INV-OLD-R - WS-INV-Q * WS-INV-R
              MOVE WS-INV-R TO WS-INV-OLD-R
              MOVE WS-INV-HOLD TO WS-INV-R
              COMPUTE WS-INV-HOLD = WS-INV-OLD-S - WS-INV-Q * WS-INV-S
              MOVE WS-INV-S TO WS-INV-OLD-S
              MOVE WS-INV-HOLD TO WS-INV-S
           END-PERFORM.
           COMPUTE WS-INV-RESULT =
              FUNCTION MOD (WS-INV-OLD-S, WS-FOLD-C-RED).

      * Job name, cycle, anchor, and the first run on or after the
      * planning date.
          WRITE-GROUP-JOB-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-GRP-JOB-NAME (WS-GRP-IDX) TO WS-PRINT-LINE (3:12).
           MOVE WS-GRP-JOB-CYCLE (WS-GRP-IDX) TO WS-GRP-CYCLE-EDIT.
           MOVE WS-GRP-CYCLE-EDIT TO WS-PRINT-LINE (16:5).
           MOVE WS-GRP-JOB-ANCHOR (WS-GRP-IDX) TO WS-GRP-DATE-NUM.
           STRING WS-GRP-DATE-NUM (1:4) "-" DELIMITED BY SIZE
                WS-GRP-DATE-NUM (5:2) "-" DELIMITED BY SIZE
                WS-GRP-DATE-NUM (7:2) DELIMITED BY SIZE
                INTO WS-GRP-ANCHOR-EDIT
           END-STRING.
           MOVE WS-GRP-ANCHOR-EDIT TO WS-PRINT-LINE (23:10).
           COMPUTE WS-GRP-DAY-INT = WS-GRP-TODAY-INT + FUNCTION MOD
              (WS-GRP-JOB-RESIDUE (WS-GRP-IDX) - WS-GRP-TODAY-INT,
               WS-GRP-JOB-CYCLE (WS-GRP-IDX)).
           PERFORM FORMAT-GROUP-DATE.
           MOVE WS-GRP-DATE-EDIT TO WS-PRINT-LINE (35:10).
           MOVE WS-GRP-DOW-NAME TO WS-PRINT-LINE (46:3).
           IF DATE-IS-HOLIDAY
              MOVE "*HOLIDAY*" TO WS-PRINT-LINE (51:9)
           END-IF.
           PERFORM EMIT-LINE.

      * The first alignment on or after the planning date, then one
      * combined cycle apart, as many as were asked for or until the
      * calendar runs out at the end of year 9999.
          WRITE-GROUP-ALIGNMENTS.
           COMPUTE WS-GRP-DAY-INT = WS-GRP-TODAY-INT + FUNCTION MOD
              (WS-GRP-RES - WS-GRP-TODAY-INT, WS-GRP-MOD).
           MOVE 0 TO WS-GRP-ALIGN-CNT.
           PERFORM UNTIL WS-GRP-ALIGN-CNT NOT LESS THAN
                    WS-GRP-ALIGN-WANTED
                 OR WS-GRP-DAY-INT > WS-GRP-LAST-DATE-INT
              ADD 1 TO WS-GRP-ALIGN-CNT
              PERFORM FORMAT-GROUP-DATE
              MOVE SPACES TO WS-PRINT-LINE
              MOVE WS-GRP-DATE-EDIT TO WS-PRINT-LINE (5:10)
              MOVE WS-GRP-DOW-NAME TO WS-PRINT-LINE (16:3)
              IF DATE-IS-HOLIDAY
                 MOVE "*HOLIDAY*" TO WS-PRINT-LINE (21:9)
              END-IF
              PERFORM EMIT-LINE
              ADD WS-GRP-MOD TO WS-GRP-DAY-INT
                 ON SIZE ERROR
                    MOVE 99999999 TO WS-GRP-DAY-INT
              END-ADD
           END-PERFORM.
           IF WS-GRP-ALIGN-CNT < WS-GRP-ALIGN-WANTED
              MOVE "    NO FURTHER ALIGNMENT BEFORE 9999-12-31"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

      * Every day in the quarter on which both jobs of the pair run.
          WRITE-PAIR-COINCIDENCES.
           MOVE WS-GRP-JOB-RESIDUE (WS-GRP-IDX) TO WS-FOLD-RES.
           MOVE WS-GRP-JOB-CYCLE (WS-GRP-IDX) TO WS-FOLD-MOD.
           MOVE WS-GRP-JOB-RESIDUE (WS-GRP-IDX2) TO WS-FOLD-A.
           MOVE WS-GRP-JOB-CYCLE (WS-GRP-IDX2) TO WS-FOLD-C.
           PERFORM FOLD-CONGRUENCE.
           IF FOLD-OVERFLOWED OR NOT FOLD-COMPATIBLE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-GRP-DAY-INT = WS-GRP-TODAY-INT + FUNCTION MOD
              (WS-FOLD-RES - WS-GRP-TODAY-INT, WS-FOLD-NEW-MOD).
           PERFORM UNTIL WS-GRP-DAY-INT > WS-GRP-QTR-END-INT
              ADD 1 TO WS-GRP-PAIR-CNT
              PERFORM FORMAT-GROUP-DATE
              MOVE SPACES TO WS-PRINT-LINE
              STRING "    " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-JOB-NAME (WS-GRP-IDX))
                      DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRP-JOB-NAME (WS-GRP-IDX2))
                      DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              MOVE WS-GRP-DATE-EDIT TO WS-PRINT-LINE (35:10)
              MOVE WS-GRP-DOW-NAME TO WS-PRINT-LINE (46:3)
              IF DATE-IS-HOLIDAY
                 MOVE "*HOLIDAY*" TO WS-PRINT-LINE (51:9)
              END-IF
              PERFORM EMIT-LINE
              ADD WS-FOLD-NEW-MOD TO WS-GRP-DAY-INT
           END-PERFORM.

      * WS-GRP-DAY-INT as YYYY-MM-DD and weekday, and whether it is
      * on the HOLCAL shop calendar.
          FORMAT-GROUP-DATE.
           COMPUTE WS-GRP-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-GRP-DAY-INT).
           STRING WS-GRP-DATE-NUM (1:4) "-" DELIMITED BY SIZE
                WS-GRP-DATE-NUM (5:2) "-" DELIMITED BY SIZE
                WS-GRP-DATE-NUM (7:2) DELIMITED BY SIZE
                INTO WS-GRP-DATE-EDIT
           END-STRING.
           COMPUTE WS-GRP-DOW-NUM = FUNCTION MOD (WS-GRP-DAY-INT, 7).
           EVALUATE WS-GRP-DOW-NUM
              WHEN 1 MOVE "MON" TO WS-GRP-DOW-NAME
              WHEN 2 MOVE "TUE" TO WS-GRP-DOW-NAME
              WHEN 3 MOVE "WED" TO WS-GRP-DOW-NAME
              WHEN 4 MOVE "THU" TO WS-GRP-DOW-NAME
              WHEN 5 MOVE "FRI" TO WS-GRP-DOW-NAME
              WHEN 6 MOVE "SAT" TO WS-GRP-DOW-NAME
              WHEN 0 MOVE "SUN" TO WS-GRP-DOW-NAME
           END-EVALUATE.
           MOVE "N" TO WS-HOLIDAY-SWITCH.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                    UNTIL WS-HOL-IDX > WS-HOL-USED
              IF WS-HOL-DATE (WS-HOL-IDX) IS EQUAL TO WS-GRP-DATE-NUM
                 MOVE "Y" TO WS-HOLIDAY-SWITCH
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * One YYYYMMDD date per HOLCAL line; a missing calendar simply
      * means no holidays, and dates past the 100 the table holds
      * are dropped with one warning rather than indexed past it.
          LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOL-CAL-FILE.
           IF WS-HOLCAL-STATUS IS EQUAL TO "00"
              PERFORM UNTIL END-OF-HOLCAL
                 READ HOL-CAL-FILE
                    AT END MOVE "Y" TO WS-HOL-EOF-SWITCH
                    NOT AT END
                       IF WS-HOL-USED < 100
                          ADD 1 TO WS-HOL-USED
                          MOVE HOL-CAL-REC
                             TO WS-HOL-DATE (WS-HOL-USED)
                       ELSE
                          DISPLAY "Warning: more than 100 holiday"
                             " calendar dates, extras ignored"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HOL-CAL-FILE
           END-IF.

          WRITE-GROUP-TOTALS.
           MOVE WS-GRP-GROUP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-BATCH-ERROR-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GROUPS PLANNED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                "  LINES REJECTED: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * One audit entry per GROUP run, as for BATCH.
          WRITE-GROUP-SUMMARY.
           IF WS-BATCH-ERROR-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           END-IF.
           MOVE "GCD-LCM" TO WS-AUDIT-PROGRAM.
           MOVE "GROUP" TO WS-AUDIT-INPUT.
           MOVE WS-GRP-GROUP-COUNT TO WS-COUNT-EDIT.
           MOVE WS-BATCH-ERROR-COUNT TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " groups, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " invalid" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           PERFORM WRITE-AUDIT.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through GRP-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO GRP-RPT-REC.
           WRITE GRP-RPT-REC.
           ADD 1 TO WS-PAGE-LINE-CNT.
           ADD 1 TO WS-STAT-WRITTEN.

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
           MOVE "CYCLE ALIGNMENT CALENDAR" TO WS-HDR-REC.
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
           STRING "PLANNING FROM: " DELIMITED BY SIZE
                WS-GRP-TODAY-NUM (1:4) "-" DELIMITED BY SIZE
                WS-GRP-TODAY-NUM (5:2) "-" DELIMITED BY SIZE
                WS-GRP-TODAY-NUM (7:2) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO GRP-RPT-REC.
           WRITE GRP-RPT-REC.
