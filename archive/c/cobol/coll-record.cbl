        IDENTIFICATION DIVISION.
        PROGRAM-ID. COLL-RECORD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT COLL-MEMO-FILE ASSIGN TO "COLLMEMO"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CM-KEY
              FILE STATUS IS WS-MEMO-STATUS.
          SELECT COLL-RPT-FILE ASSIGN TO "COLLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COLLRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD COLL-MEMO-FILE.
          COPY COLLMEMO.

          FD COLL-RPT-FILE.
          01 COLL-RPT-REC            PIC X(80).

      * Record-holder report for the research group: sweeps the
      * keys <from> through <to> in order, works out each one's
      * Collatz stopping time and peak, and lists the delay-record
      * holders (a stopping time longer than every smaller key's)
      * and the peak-record holders (a peak higher than every
      * smaller key's). Records are counted from the first key
      * swept, so a sweep from 1 gives the classic record tables.
      * COLLRPT takes the same banner and page breaks as GAPRPT.
      *
      * Each walk stops at the first value it can answer without
      * walking: a smaller key of this same sweep (held in the seen
      * table below) or a value COLLATZ has memoed in COLLMEMO. The
      * memo is only read here; a sweep without one just walks more.
        WORKING-STORAGE SECTION.
          01 WS-MEMO-STATUS          PIC XX.
          01 WS-COLLRPT-STATUS       PIC XX.
          01 WS-MEMO-OPEN-SW         PIC X VALUE "N".
            88 MEMO-FILE-OPEN            VALUE "Y".
          01 WS-BUSY-TRY-CNT         PIC 9(3).
          01 CMD-ARGS                PIC X(38).
          01 WS-FROM-TOKEN           PIC X(20).
          01 WS-TO-TOKEN             PIC X(20).
          01 WS-NUM-TOKEN            PIC X(38).
          01 WS-RANGE-FROM           PIC 9(12).
          01 WS-RANGE-TO             PIC 9(12).
          01 WS-RANGE-CNT            PIC 9(12).
          01 WS-KEYS-SWEPT           PIC 9(12) VALUE 0.

      * The walk, on COLLATZ's own eighteen-digit fields with the
      * same guarded 3n+1 step.
          01 WS-COLL-CUR             PIC 9(18).
          01 WS-COLL-PEAK            PIC 9(18).
          01 WS-COLL-STEPS           PIC 9(7).
          01 WS-COLL-OVFL-SW         PIC X VALUE "N".
            88 COLLATZ-OVERFLOWED        VALUE "Y".
          01 WS-KNOWN-SW             PIC X VALUE "N".
            88 KNOWN-VALUE-FOUND         VALUE "Y".
          01 WS-KNOWN-STEPS          PIC 9(7).
          01 WS-KNOWN-PEAK           PIC 9(18).
          01 WS-OVERFLOW-COUNT       PIC 9(7) VALUE 0.
          01 WS-SEEN-HITS            PIC 9(12) VALUE 0.
          01 WS-MEMO-HITS            PIC 9(12) VALUE 0.

      * Answers for the first hundred thousand keys of the sweep,
      * indexed by key less <from>; a walk that drops below its
      * start into this stretch stops there. Keys past the end of
      * the table lean on the memo alone.
          01 WS-SEEN-TABLE.
            03 WS-SEEN-ENTRY         OCCURS 100000 TIMES.
              05 WS-SEEN-STEPS       PIC 9(7).
              05 WS-SEEN-PEAK        PIC 9(18).
          01 WS-SEEN-IDX             PIC 9(12).

      * Record holders as found, kept in guarded tables so the two
      * lists can be printed one after the other once the sweep is
      * done. Below a hundred million there are only a few hundred
      * of either kind; a sweep that finds more lists the first
      * five hundred and says so.
          01 WS-BEST-STEPS           PIC 9(7) VALUE 0.
          01 WS-BEST-PEAK            PIC 9(18) VALUE 0.
          01 WS-FIRST-KEY-SW         PIC X VALUE "Y".
            88 FIRST-KEY-PENDING         VALUE "Y".
          01 WS-DELAY-TABLE.
            03 WS-DELAY-ENTRY        OCCURS 500 TIMES.
              05 WS-DELAY-KEY        PIC 9(12).
              05 WS-DELAY-STEPS      PIC 9(7).
              05 WS-DELAY-PEAK       PIC 9(18).
          01 WS-DELAY-CNT            PIC 9(5) VALUE 0.
          01 WS-DELAY-LOST           PIC 9(7) VALUE 0.
          01 WS-PEAK-TABLE.
            03 WS-PEAK-ENTRY         OCCURS 500 TIMES.
              05 WS-PKREC-KEY        PIC 9(12).
              05 WS-PKREC-STEPS      PIC 9(7).
              05 WS-PKREC-PEAK       PIC 9(18).
          01 WS-PEAK-CNT             PIC 9(5) VALUE 0.
          01 WS-PEAK-LOST            PIC 9(7) VALUE 0.
          01 WS-TABLE-IDX            PIC 9(5).

          01 WS-PRINT-LINE           PIC X(80).
          01 WS-KEY-EDIT             PIC Z(11)9.
          01 WS-STEPS-EDIT           PIC Z(6)9.
          01 WS-PEAK-EDIT            PIC Z(17)9.
          01 WS-COUNT-EDIT           PIC Z(11)9.
          01 WS-LINE-PTR             PIC 9(4).

      * Page heading and page-break control for COLLRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(80).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).
          01 WS-HDR-FROM-EDIT        PIC Z(11)9.
          01 WS-HDR-TO-EDIT          PIC Z(11)9.

          COPY VALCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           PERFORM PARSE-RANGE.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           PERFORM OPEN-MEMO-FILE.
           OPEN OUTPUT COLL-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM VARYING WS-RANGE-CNT FROM WS-RANGE-FROM BY 1
                    UNTIL WS-RANGE-CNT > WS-RANGE-TO
              PERFORM SWEEP-ONE-KEY
           END-PERFORM.

           PERFORM WRITE-ANALYSIS.
           CLOSE COLL-RPT-FILE.
           IF MEMO-FILE-OPEN
              CLOSE COLL-MEMO-FILE
           END-IF.
           MOVE RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

      * Both ends are validated against CFG-COLLATZ-MAX, the same
      * ceiling COLLATZ itself enforces, and must run upward from 1.
          PARSE-RANGE.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-FROM-TOKEN WS-TO-TOKEN
           END-UNSTRING.
           MOVE CFG-COLLATZ-MAX TO WS-VALIDATE-MAX.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-FROM-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK
              PERFORM PARAMETER-ERROR
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO WS-RANGE-FROM.
           MOVE SPACES TO WS-NUM-TOKEN.
           MOVE WS-TO-TOKEN TO WS-NUM-TOKEN.
           CALL "VALIDATE-NUM" USING WS-NUM-TOKEN WS-VALIDATE-MAX
              WS-VALIDATE-DECIMAL WS-VALIDATE-REASON
              WS-VALIDATE-NEG-OK
           END-CALL.
           IF NOT VALIDATE-OK
              PERFORM PARAMETER-ERROR
           END-IF.
           MOVE WS-VALIDATE-DECIMAL TO WS-RANGE-TO.
           IF WS-RANGE-FROM < 1 OR WS-RANGE-TO < WS-RANGE-FROM
              PERFORM PARAMETER-ERROR
           END-IF.

          PARAMETER-ERROR.
           DISPLAY "Usage: coll-record <from> <to>".
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.

      * One key of the sweep: walk it, keep its answer in the seen
      * table while there is room, and check it against both
      * records. A walk that outgrew the work fields is counted and
      * left out of the records rather than guessed at.
          SWEEP-ONE-KEY.
           ADD 1 TO WS-KEYS-SWEPT.
           PERFORM CALC-COLLATZ.
           IF COLLATZ-OVERFLOWED
              ADD 1 TO WS-OVERFLOW-COUNT
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SEEN-IDX = WS-RANGE-CNT - WS-RANGE-FROM + 1.
           IF WS-SEEN-IDX NOT GREATER THAN 100000
              MOVE WS-COLL-STEPS TO WS-SEEN-STEPS (WS-SEEN-IDX)
              MOVE WS-COLL-PEAK TO WS-SEEN-PEAK (WS-SEEN-IDX)
           END-IF.
           IF FIRST-KEY-PENDING OR WS-COLL-STEPS > WS-BEST-STEPS
              MOVE WS-COLL-STEPS TO WS-BEST-STEPS
              PERFORM NOTE-DELAY-RECORD
           END-IF.
           IF FIRST-KEY-PENDING OR WS-COLL-PEAK > WS-BEST-PEAK
              MOVE WS-COLL-PEAK TO WS-BEST-PEAK
              PERFORM NOTE-PEAK-RECORD
           END-IF.
           MOVE "N" TO WS-FIRST-KEY-SW.

          NOTE-DELAY-RECORD.
           IF WS-DELAY-CNT < 500
              ADD 1 TO WS-DELAY-CNT
              MOVE WS-RANGE-CNT TO WS-DELAY-KEY (WS-DELAY-CNT)
              MOVE WS-COLL-STEPS TO WS-DELAY-STEPS (WS-DELAY-CNT)
              MOVE WS-COLL-PEAK TO WS-DELAY-PEAK (WS-DELAY-CNT)
           ELSE
              ADD 1 TO WS-DELAY-LOST
           END-IF.

          NOTE-PEAK-RECORD.
           IF WS-PEAK-CNT < 500
              ADD 1 TO WS-PEAK-CNT
              MOVE WS-RANGE-CNT TO WS-PKREC-KEY (WS-PEAK-CNT)
              MOVE WS-COLL-STEPS TO WS-PKREC-STEPS (WS-PEAK-CNT)
              MOVE WS-COLL-PEAK TO WS-PKREC-PEAK (WS-PEAK-CNT)
           ELSE
              ADD 1 TO WS-PEAK-LOST
           END-IF.

      * COLLATZ's walk, stopping at the first value already
      * answered and taking the steps still to go and the peak from
      * there.
          CALC-COLLATZ.
           MOVE "N" TO WS-COLL-OVFL-SW.
           MOVE "N" TO WS-KNOWN-SW.
           MOVE WS-RANGE-CNT TO WS-COLL-CUR.
           MOVE WS-RANGE-CNT TO WS-COLL-PEAK.
           MOVE 0 TO WS-COLL-STEPS.
           PERFORM UNTIL WS-COLL-CUR IS EQUAL TO 1
                    OR COLLATZ-OVERFLOWED
                    OR KNOWN-VALUE-FOUND
              PERFORM PROBE-KNOWN-VALUE
              IF NOT KNOWN-VALUE-FOUND
                 PERFORM COLLATZ-STEP
              END-IF
           END-PERFORM.
           IF KNOWN-VALUE-FOUND
              ADD WS-KNOWN-STEPS TO WS-COLL-STEPS
              IF WS-KNOWN-PEAK > WS-COLL-PEAK
                 MOVE WS-KNOWN-PEAK TO WS-COLL-PEAK
              END-IF
           END-IF.

      * A smaller key of this sweep is answered from the seen
      * table; otherwise, inside the CFG-COLLATZ-MAX range, the memo
      * is asked. The key itself is never looked up - it is the one
      * being worked out.
          PROBE-KNOWN-VALUE.
           IF WS-COLL-CUR < WS-RANGE-CNT
                 AND WS-COLL-CUR NOT LESS THAN WS-RANGE-FROM
              COMPUTE WS-SEEN-IDX = WS-COLL-CUR - WS-RANGE-FROM + 1
              IF WS-SEEN-IDX NOT GREATER THAN 100000
                 MOVE WS-SEEN-STEPS (WS-SEEN-IDX) TO WS-KNOWN-STEPS
                 MOVE WS-SEEN-PEAK (WS-SEEN-IDX) TO WS-KNOWN-PEAK
                 MOVE "Y" TO WS-KNOWN-SW
                 ADD 1 TO WS-SEEN-HITS
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF MEMO-FILE-OPEN
                 AND WS-COLL-CUR NOT GREATER THAN CFG-COLLATZ-MAX
                 AND WS-COLL-CUR IS NOT EQUAL TO WS-RANGE-CNT
              MOVE WS-COLL-CUR TO CM-KEY
              READ COLL-MEMO-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CM-STEPS TO WS-KNOWN-STEPS
                    MOVE CM-PEAK TO WS-KNOWN-PEAK
                    MOVE "Y" TO WS-KNOWN-SW
                    ADD 1 TO WS-MEMO-HITS
              END-READ
           END-IF.

          COLLATZ-STEP.
           IF FUNCTION MOD (WS-COLL-CUR, 2) = 0
              COMPUTE WS-COLL-CUR = WS-COLL-CUR / 2
           ELSE
              COMPUTE WS-COLL-CUR = 3 * WS-COLL-CUR + 1
                 ON SIZE ERROR
                    MOVE "Y" TO WS-COLL-OVFL-SW
              END-COMPUTE
           END-IF.
           IF NOT COLLATZ-OVERFLOWED
              ADD 1 TO WS-COLL-STEPS
              IF WS-COLL-CUR > WS-COLL-PEAK
                 MOVE WS-COLL-CUR TO WS-COLL-PEAK
              END-IF
           END-IF.

      * The memo is opened for input only, with the shop-standard
      * busy retry; a missing or busy memo just means longer walks.
          OPEN-MEMO-FILE.
           OPEN INPUT COLL-MEMO-FILE.
           MOVE 0 TO WS-BUSY-TRY-CNT.
           PERFORM UNTIL (WS-MEMO-STATUS IS NOT EQUAL TO "93"
                    AND "99")
                 OR WS-BUSY-TRY-CNT NOT LESS THAN CFG-BUSY-RETRY-MAX
              ADD 1 TO WS-BUSY-TRY-CNT
              CALL "C$SLEEP" USING CFG-BUSY-WAIT-SECS END-CALL
              OPEN INPUT COLL-MEMO-FILE
           END-PERFORM.
           IF WS-MEMO-STATUS IS EQUAL TO "00"
              MOVE "Y" TO WS-MEMO-OPEN-SW
           ELSE
              DISPLAY "Warning: COLLMEMO not available (status "
                 WS-MEMO-STATUS "), walking in full"
           END-IF.

      * The two record lists, then the sweep totals.
          WRITE-ANALYSIS.
           MOVE "--- DELAY RECORDS (STOPPING TIME) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                    UNTIL WS-TABLE-IDX > WS-DELAY-CNT
              MOVE WS-DELAY-KEY (WS-TABLE-IDX) TO WS-KEY-EDIT
              MOVE WS-DELAY-STEPS (WS-TABLE-IDX) TO WS-STEPS-EDIT
              MOVE WS-DELAY-PEAK (WS-TABLE-IDX) TO WS-PEAK-EDIT
              PERFORM WRITE-RECORD-LINE
           END-PERFORM.
           IF WS-DELAY-LOST > 0
              MOVE WS-DELAY-LOST TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "FURTHER DELAY RECORDS NOT LISTED: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

           MOVE "--- PEAK RECORDS (HIGHEST VALUE) ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                    UNTIL WS-TABLE-IDX > WS-PEAK-CNT
              MOVE WS-PKREC-KEY (WS-TABLE-IDX) TO WS-KEY-EDIT
              MOVE WS-PKREC-STEPS (WS-TABLE-IDX) TO WS-STEPS-EDIT
              MOVE WS-PKREC-PEAK (WS-TABLE-IDX) TO WS-PEAK-EDIT
              PERFORM WRITE-RECORD-LINE
           END-PERFORM.
           IF WS-PEAK-LOST > 0
              MOVE WS-PEAK-LOST TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "FURTHER PEAK RECORDS NOT LISTED: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

           MOVE "--- SWEEP ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-KEYS-SWEPT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "KEYS SWEPT: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-SEEN-HITS TO WS-COUNT-EDIT.
           STRING "WALKS CUT SHORT: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ON SMALLER KEYS, " DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           MOVE WS-MEMO-HITS TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ON COLLMEMO" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM EMIT-LINE.
           IF WS-OVERFLOW-COUNT > 0
              MOVE WS-OVERFLOW-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "KEYS TOO LARGE TO WALK: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-IF.

          WRITE-RECORD-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING FUNCTION TRIM(WS-KEY-EDIT) DELIMITED BY SIZE
                " STEPS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-STEPS-EDIT) DELIMITED BY SIZE
                " PEAK=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-PEAK-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through COLL-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO COLL-RPT-REC.
           WRITE COLL-RPT-REC.
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
           MOVE "COLLATZ DELAY AND PEAK RECORD HOLDERS" TO WS-HDR-REC.
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
           MOVE WS-RANGE-FROM TO WS-HDR-FROM-EDIT.
           MOVE WS-RANGE-TO TO WS-HDR-TO-EDIT.
           STRING "KEYS: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HDR-FROM-EDIT) DELIMITED BY SIZE
                " - " DELIMITED BY SIZE
                FUNCTION TRIM(WS-HDR-TO-EDIT) DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO COLL-RPT-REC.
           WRITE COLL-RPT-REC.
