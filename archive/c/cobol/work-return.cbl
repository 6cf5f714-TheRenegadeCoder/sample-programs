        IDENTIFICATION DIVISION.
        PROGRAM-ID. WORK-RETURN.

      * Closing half of the work-request queue: after the window,
      * matches every request WORK-INTAKE registered on WORKREG
      * against the night's output generations - FACTOUT, EVENOUT,
      * FIBOUT, COLLOUT, and GCDOUT - and against the PRE-EDIT
      * reject generations (FACTREJ, EVENREJ, FIBREJ, COLLREJ), and
      * writes each department its own results, so "where is my
      * answer" is looked up on paper instead of asked over the
      * phone. A request is matched on its utility and its value,
      * compared as a number where both sides are numeric, so a
      * value keyed "07" still finds the "7" line.
      *
      * Each request ends up with one status: ANSWERED (or ANSWERED
      * LATE when the night ran past its wanted-by date) with the
      * output line's result; REJECTED with PRE-EDIT's reason, or
      * the utility's own INVALID wording; NOT DEALT with the reason
      * WORK-INTAKE registered; HELD when the department was over
      * its monthly quota for the utility and the request is waiting
      * on HELDQ for a release; or NO RESULT when the value was
      * dealt but appears in no output and no reject - usually a
      * compute step COND held. An output or reject generation that
      * is not on hand tonight simply answers nothing.
      *
      * WORKRSLT is written in department groups, each opened by a
      * full banner page naming the department - the same bursting
      * convention BAKLAVA's requestor groups use - so the print
      * room or the distribution step cuts one department's results
      * from the next at the banner. RETURN-CODE is 8 when any
      * request ended NO RESULT, 0 otherwise.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT WORK-REG-FILE ASSIGN TO "WORKREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKREG-STATUS.
          SELECT FACT-OUT-FILE ASSIGN TO "FACTOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT EVEN-OUT-FILE ASSIGN TO "EVENOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT FIB-OUT-FILE ASSIGN TO "FIBOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT COLL-OUT-FILE ASSIGN TO "COLLOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT GCD-OUT-FILE ASSIGN TO "GCDOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT FACT-REJ-FILE ASSIGN TO "FACTREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT EVEN-REJ-FILE ASSIGN TO "EVENREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT FIB-REJ-FILE ASSIGN TO "FIBREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT COLL-REJ-FILE ASSIGN TO "COLLREJ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OUTPUT-STATUS.
          SELECT WORK-RSLT-FILE ASSIGN TO "WORKRSLT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKRSLT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD WORK-REG-FILE.
          COPY WRKREG.

          FD FACT-OUT-FILE.
          01 FACT-OUT-REC            PIC X(260).

          FD EVEN-OUT-FILE.
          01 EVEN-OUT-REC            PIC X(26).

          FD FIB-OUT-FILE.
          01 FIB-OUT-REC             PIC X(260).

          FD COLL-OUT-FILE.
          01 COLL-OUT-REC            PIC X(60).

          FD GCD-OUT-FILE.
          01 GCD-OUT-REC             PIC X(80).

          FD FACT-REJ-FILE.
          01 FACT-REJ-REC            PIC X(50).

          FD EVEN-REJ-FILE.
          01 EVEN-REJ-REC            PIC X(50).

          FD FIB-REJ-FILE.
          01 FIB-REJ-REC             PIC X(50).

          FD COLL-REJ-FILE.
          01 COLL-REJ-REC            PIC X(50).

          FD WORK-RSLT-FILE.
          01 WORK-RSLT-REC           PIC X(330).

        WORKING-STORAGE SECTION.
          01 WS-WORKREG-STATUS       PIC XX.
          01 WS-OUTPUT-STATUS        PIC XX.
          01 WS-WORKRSLT-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-RUN-DATE             PIC X(8).

      * The output or reject line in hand, whichever file it came
      * from, and the pieces it is matched on: the utility it
      * belongs to, its value token(s), and the result text after
      * them.
          01 WS-LINE                 PIC X(260).
          01 WS-LINE-UTILITY         PIC X(10).
          01 WS-LINE-TOKEN-1         PIC X(24).
          01 WS-LINE-TOKEN-2         PIC X(24).
          01 WS-LINE-RESULT          PIC X(246).
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-LINE-KIND            PIC X.
            88 LINE-IS-OUTPUT            VALUE "O".
            88 LINE-IS-REJECT            VALUE "R".

      * Value comparison: numeric where both sides are numbers,
      * text otherwise.
          01 WS-CMP-A                PIC X(24).
          01 WS-CMP-B                PIC X(24).
          01 WS-CMP-NUM-A            PIC S9(18)V99.
          01 WS-CMP-NUM-B            PIC S9(18)V99.
          01 WS-CMP-SWITCH           PIC X.
            88 VALUES-ARE-EQUAL          VALUE "Y".
          01 WS-REG-TOKEN-1          PIC X(24).
          01 WS-REG-TOKEN-2          PIC X(24).

      * One slot per registered request, the same guarded table
      * shape WORK-INTAKE dealt them from.
          01 WS-REQ-USED             PIC 9(4) VALUE 0.
          01 WS-REQ-TABLE.
            03 WS-REQ-ENTRY OCCURS 2000 TIMES.
              05 WS-REQ-ID           PIC X(8).
              05 WS-REQ-DEPT         PIC X(8).
              05 WS-REQ-UTILITY      PIC X(10).
              05 WS-REQ-VALUE        PIC X(24).
              05 WS-REQ-WANTED-BY    PIC X(8).
              05 WS-REQ-INTAKE       PIC X(20).
              05 WS-REQ-STATUS       PIC X(16).
              05 WS-REQ-RESULT       PIC X(246).
          01 WS-REQ-IDX              PIC 9(4).
          01 WS-REQ-OVERFLOW-SW      PIC X VALUE "N".
            88 REQ-TABLE-OVERFLOWED      VALUE "Y".

      * One slot per department, in order of first appearance on
      * the register; the same guarded shape CHGBACK-RPT keeps.
          01 WS-DEPT-USED            PIC 9(2) VALUE 0.
          01 WS-DEPT-TABLE.
            03 WS-DEPT-ENTRY OCCURS 50 TIMES.
              05 WS-DEPT-CODE        PIC X(8).
              05 WS-DEPT-REQUESTS    PIC 9(5).
              05 WS-DEPT-ANSWERED    PIC 9(5).
          01 WS-DEPT-IDX             PIC 9(2).
          01 WS-DEPT-OVERFLOW-SW     PIC X VALUE "N".
            88 DEPT-TABLE-OVERFLOWED     VALUE "Y".
          01 WS-CUR-DEPT             PIC X(8).

          01 WS-ANSWERED-COUNT       PIC 9(7) VALUE 0.
          01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
          01 WS-NOT-DEALT-COUNT      PIC 9(7) VALUE 0.
          01 WS-NO-RESULT-COUNT      PIC 9(7) VALUE 0.
          01 WS-FINAL-RC             PIC 9(4).
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-COUNT-EDIT3          PIC Z(6)9.
          01 WS-COUNT-EDIT4          PIC Z(6)9.

      * Page heading and page-break control for WORKRSLT, the same
      * banner shape BAKLAVA's requestor groups open with.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).
          01 WS-RPT-LINE             PIC X(330).

          01 WS-DETAIL-LINE.
            03 WS-DTL-REQUEST-ID     PIC X(8).
            03 FILLER                PIC X(2) VALUE SPACES.
            03 WS-DTL-UTILITY        PIC X(10).
            03 FILLER                PIC X(2) VALUE SPACES.
            03 WS-DTL-VALUE          PIC X(24).
            03 FILLER                PIC X(2) VALUE SPACES.
            03 WS-DTL-WANTED-BY      PIC X(8).
            03 FILLER                PIC X(2) VALUE SPACES.
            03 WS-DTL-STATUS         PIC X(16).
            03 FILLER                PIC X(2) VALUE SPACES.
            03 WS-DTL-RESULT         PIC X(246).

          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.
          COPY STATCOM.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE "WORK-RETURN" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.

           OPEN INPUT WORK-REG-FILE.
           IF WS-WORKREG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No work-request register - nothing to return."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           PERFORM UNTIL END-OF-INPUT
              READ WORK-REG-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-ONE-REQUEST
              END-READ
           END-PERFORM.
           CLOSE WORK-REG-FILE.

      * Outputs before rejects: a value PRE-EDIT turned away as a
      * duplicate of a hand-keyed record still has its answer on the
      * output line, and that answer is what goes back.
           PERFORM MATCH-FACTOUT.
           PERFORM MATCH-EVENOUT.
           PERFORM MATCH-FIBOUT.
           PERFORM MATCH-COLLOUT.
           PERFORM MATCH-GCDOUT.
           PERFORM MATCH-FACTREJ.
           PERFORM MATCH-EVENREJ.
           PERFORM MATCH-FIBREJ.
           PERFORM MATCH-COLLREJ.
           PERFORM SETTLE-UNMATCHED.

           OPEN OUTPUT WORK-RSLT-FILE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-USED
              PERFORM WRITE-DEPARTMENT-RESULTS
           END-PERFORM.
           PERFORM WRITE-DEPARTMENT-TRAILER.
           CLOSE WORK-RSLT-FILE.

           MOVE WS-REQ-USED TO WS-STAT-READ.
           MOVE WS-NO-RESULT-COUNT TO WS-STAT-ERRORS.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.
           IF WS-NO-RESULT-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
           END-IF.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          LOAD-ONE-REQUEST.
           IF WS-REQ-USED NOT LESS THAN 2000
              IF NOT REQ-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 2000 requests,"
                    " extras not returned"
                 MOVE "Y" TO WS-REQ-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REQ-USED.
           MOVE WR-REQUEST-ID TO WS-REQ-ID (WS-REQ-USED).
           MOVE WR-DEPT TO WS-REQ-DEPT (WS-REQ-USED).
           MOVE WR-UTILITY TO WS-REQ-UTILITY (WS-REQ-USED).
           MOVE WR-VALUE TO WS-REQ-VALUE (WS-REQ-USED).
           MOVE WR-WANTED-BY TO WS-REQ-WANTED-BY (WS-REQ-USED).
           MOVE WR-INTAKE-STATUS TO WS-REQ-INTAKE (WS-REQ-USED).
           MOVE SPACES TO WS-REQ-STATUS (WS-REQ-USED)
              WS-REQ-RESULT (WS-REQ-USED).
           IF WR-HELD-OVER-QUOTA
              MOVE "HELD" TO WS-REQ-STATUS (WS-REQ-USED)
              MOVE "OVER MONTHLY QUOTA - HELD FOR RELEASE"
                 TO WS-REQ-RESULT (WS-REQ-USED)
              ADD 1 TO WS-NOT-DEALT-COUNT
           ELSE IF NOT WR-DEALT AND NOT WR-SHARED
              MOVE "NOT DEALT" TO WS-REQ-STATUS (WS-REQ-USED)
              MOVE WR-INTAKE-STATUS TO WS-REQ-RESULT (WS-REQ-USED)
              ADD 1 TO WS-NOT-DEALT-COUNT
           END-IF
           END-IF.
           MOVE WR-DEPT TO WS-CUR-DEPT.
           PERFORM TALLY-DEPARTMENT.

      * One slot per distinct department; a 51st is lumped into the
      * last slot and flagged once rather than indexing past the
      * table's end.
          TALLY-DEPARTMENT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-USED
              IF WS-DEPT-CODE (WS-DEPT-IDX) IS EQUAL TO WS-CUR-DEPT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DEPT-IDX > WS-DEPT-USED
              IF WS-DEPT-USED < 50
                 ADD 1 TO WS-DEPT-USED
                 MOVE WS-DEPT-USED TO WS-DEPT-IDX
                 MOVE WS-CUR-DEPT TO WS-DEPT-CODE (WS-DEPT-IDX)
                 MOVE 0 TO WS-DEPT-REQUESTS (WS-DEPT-IDX)
                    WS-DEPT-ANSWERED (WS-DEPT-IDX)
              ELSE
                 IF NOT DEPT-TABLE-OVERFLOWED
                    DISPLAY "Warning: more than 50 departments,"
                       " extras merged into last slot"
                    MOVE "Y" TO WS-DEPT-OVERFLOW-SW
                 END-IF
                 MOVE WS-DEPT-USED TO WS-DEPT-IDX
                 MOVE WS-DEPT-CODE (WS-DEPT-IDX)
                    TO WS-REQ-DEPT (WS-REQ-USED)
              END-IF
           END-IF.
           ADD 1 TO WS-DEPT-REQUESTS (WS-DEPT-IDX).

      * One paragraph per output generation: each detail line is
      * split into its value and its result and offered to every
      * open request for that utility. Header and trailer control
      * records are not details, and EVEN-ODD's closing "Even:" /
      * "Odd:" summary lines never match a number.
          MATCH-FACTOUT.
           MOVE "FACTORIAL" TO WS-LINE-UTILITY.
           MOVE "O" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT FACT-OUT-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ FACT-OUT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE FACT-OUT-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE FACT-OUT-FILE.

          MATCH-EVENOUT.
           MOVE "EVEN-ODD" TO WS-LINE-UTILITY.
           MOVE "O" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EVEN-OUT-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ EVEN-OUT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE EVEN-OUT-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE EVEN-OUT-FILE.

          MATCH-FIBOUT.
           MOVE "FIBONACCI" TO WS-LINE-UTILITY.
           MOVE "O" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT FIB-OUT-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ FIB-OUT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE FIB-OUT-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE FIB-OUT-FILE.

          MATCH-COLLOUT.
           MOVE "COLLATZ" TO WS-LINE-UTILITY.
           MOVE "O" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COLL-OUT-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ COLL-OUT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE COLL-OUT-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE COLL-OUT-FILE.

          MATCH-GCDOUT.
           MOVE "GCD-LCM" TO WS-LINE-UTILITY.
           MOVE "O" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT GCD-OUT-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ GCD-OUT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE GCD-OUT-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE GCD-OUT-FILE.

      * The reject generations carry PRE-EDIT's fixed shape: the
      * ten-byte record, the reject date, and the reason.
          MATCH-FACTREJ.
           MOVE "FACTORIAL" TO WS-LINE-UTILITY.
           MOVE "R" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT FACT-REJ-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ FACT-REJ-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE FACT-REJ-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE FACT-REJ-FILE.

          MATCH-EVENREJ.
           MOVE "EVEN-ODD" TO WS-LINE-UTILITY.
           MOVE "R" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EVEN-REJ-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ EVEN-REJ-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE EVEN-REJ-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE EVEN-REJ-FILE.

          MATCH-FIBREJ.
           MOVE "FIBONACCI" TO WS-LINE-UTILITY.
           MOVE "R" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT FIB-REJ-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ FIB-REJ-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE FIB-REJ-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE FIB-REJ-FILE.

          MATCH-COLLREJ.
           MOVE "COLLATZ" TO WS-LINE-UTILITY.
           MOVE "R" TO WS-LINE-KIND.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT COLL-REJ-FILE.
           IF WS-OUTPUT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ COLL-REJ-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE COLL-REJ-REC TO WS-LINE
                    PERFORM MATCH-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE COLL-REJ-FILE.

      * Splits the line in hand and offers it to every request of
      * the same utility that has no status yet. GCD-LCM lines lead
      * with the pair, every other output with the one value.
          MATCH-ONE-LINE.
           IF WS-LINE (1:5) IS EQUAL TO "*HDR*" OR "*TRL*"
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-LINE-TOKEN-1 WS-LINE-TOKEN-2
              WS-LINE-RESULT.
           IF LINE-IS-REJECT
              MOVE WS-LINE (1:10) TO WS-LINE-TOKEN-1
              MOVE FUNCTION TRIM(WS-LINE (23:28)) TO WS-LINE-RESULT
           ELSE
              MOVE 1 TO WS-LINE-PTR
              IF WS-LINE-UTILITY IS EQUAL TO "GCD-LCM"
                 UNSTRING WS-LINE DELIMITED BY ALL SPACE
                    INTO WS-LINE-TOKEN-1 WS-LINE-TOKEN-2
                    WITH POINTER WS-LINE-PTR
                 END-UNSTRING
              ELSE
                 UNSTRING WS-LINE DELIMITED BY ALL SPACE
                    INTO WS-LINE-TOKEN-1
                    WITH POINTER WS-LINE-PTR
                 END-UNSTRING
              END-IF
              IF WS-LINE-PTR NOT > 260
                 MOVE FUNCTION TRIM(WS-LINE (WS-LINE-PTR:))
                    TO WS-LINE-RESULT
              END-IF
           END-IF.
           IF WS-LINE-TOKEN-1 IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                    UNTIL WS-REQ-IDX > WS-REQ-USED
              IF WS-REQ-UTILITY (WS-REQ-IDX) IS EQUAL TO
                    WS-LINE-UTILITY
                    AND WS-REQ-STATUS (WS-REQ-IDX) IS EQUAL TO SPACES
                 PERFORM MATCH-ONE-REQUEST
              END-IF
           END-PERFORM.

          MATCH-ONE-REQUEST.
           MOVE SPACES TO WS-REG-TOKEN-1 WS-REG-TOKEN-2.
           UNSTRING WS-REQ-VALUE (WS-REQ-IDX) DELIMITED BY ALL SPACE
              INTO WS-REG-TOKEN-1 WS-REG-TOKEN-2
           END-UNSTRING.
           MOVE WS-REG-TOKEN-1 TO WS-CMP-A.
           MOVE WS-LINE-TOKEN-1 TO WS-CMP-B.
           PERFORM COMPARE-VALUES.
           IF NOT VALUES-ARE-EQUAL
              EXIT PARAGRAPH.
           IF WS-LINE-UTILITY IS EQUAL TO "GCD-LCM"
              MOVE WS-REG-TOKEN-2 TO WS-CMP-A
              MOVE WS-LINE-TOKEN-2 TO WS-CMP-B
              PERFORM COMPARE-VALUES
              IF NOT VALUES-ARE-EQUAL
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE WS-LINE-RESULT TO WS-REQ-RESULT (WS-REQ-IDX).
           IF LINE-IS-REJECT
                 OR WS-LINE-RESULT (1:7) IS EQUAL TO "INVALID"
              MOVE "REJECTED" TO WS-REQ-STATUS (WS-REQ-IDX)
              ADD 1 TO WS-REJECTED-COUNT
           ELSE
              IF WS-REQ-WANTED-BY (WS-REQ-IDX) IS NUMERIC
                    AND WS-REQ-WANTED-BY (WS-REQ-IDX) < WS-RUN-DATE
                 MOVE "ANSWERED LATE" TO WS-REQ-STATUS (WS-REQ-IDX)
              ELSE
                 MOVE "ANSWERED" TO WS-REQ-STATUS (WS-REQ-IDX)
              END-IF
              ADD 1 TO WS-ANSWERED-COUNT
           END-IF.

          COMPARE-VALUES.
           MOVE "N" TO WS-CMP-SWITCH.
           IF FUNCTION TEST-NUMVAL(WS-CMP-A) = 0
                 AND FUNCTION TEST-NUMVAL(WS-CMP-B) = 0
              COMPUTE WS-CMP-NUM-A = FUNCTION NUMVAL(WS-CMP-A)
              COMPUTE WS-CMP-NUM-B = FUNCTION NUMVAL(WS-CMP-B)
              IF WS-CMP-NUM-A IS EQUAL TO WS-CMP-NUM-B
                 MOVE "Y" TO WS-CMP-SWITCH
              END-IF
           ELSE
              IF FUNCTION TRIM(WS-CMP-A) IS EQUAL TO
                    FUNCTION TRIM(WS-CMP-B)
                 MOVE "Y" TO WS-CMP-SWITCH
              END-IF
           END-IF.

      * Whatever was dealt but found nowhere tonight: the compute
      * step never ran against it, or its output is not on hand.
          SETTLE-UNMATCHED.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                    UNTIL WS-REQ-IDX > WS-REQ-USED
              IF WS-REQ-STATUS (WS-REQ-IDX) IS EQUAL TO SPACES
                 MOVE "NO RESULT" TO WS-REQ-STATUS (WS-REQ-IDX)
                 MOVE "NOT IN TONIGHT'S OUTPUT - RESUBMIT"
                    TO WS-REQ-RESULT (WS-REQ-IDX)
                 ADD 1 TO WS-NO-RESULT-COUNT
              END-IF
           END-PERFORM.

      * One department's group: a banner page, then one line per
      * request in register order, then the group's count line.
          WRITE-DEPARTMENT-RESULTS.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-CUR-DEPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                    UNTIL WS-REQ-IDX > WS-REQ-USED
              IF WS-REQ-DEPT (WS-REQ-IDX) IS EQUAL TO WS-CUR-DEPT
                 PERFORM WRITE-RESULT-LINE
              END-IF
           END-PERFORM.
           MOVE WS-DEPT-REQUESTS (WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DEPT-ANSWERED (WS-DEPT-IDX) TO WS-COUNT-EDIT2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUESTS=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ANSWERED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                INTO WS-RPT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          WRITE-RESULT-LINE.
           IF WS-REQ-STATUS (WS-REQ-IDX) (1:8) IS EQUAL TO "ANSWERED"
              ADD 1 TO WS-DEPT-ANSWERED (WS-DEPT-IDX)
           END-IF.
           MOVE WS-REQ-ID (WS-REQ-IDX) TO WS-DTL-REQUEST-ID.
           MOVE WS-REQ-UTILITY (WS-REQ-IDX) TO WS-DTL-UTILITY.
           MOVE WS-REQ-VALUE (WS-REQ-IDX) TO WS-DTL-VALUE.
           MOVE WS-REQ-WANTED-BY (WS-REQ-IDX) TO WS-DTL-WANTED-BY.
           MOVE WS-REQ-STATUS (WS-REQ-IDX) TO WS-DTL-STATUS.
           MOVE WS-REQ-RESULT (WS-REQ-IDX) TO WS-DTL-RESULT.
           MOVE WS-DETAIL-LINE TO WS-RPT-LINE.
           PERFORM EMIT-LINE.

      * Trailer for the bursting step: how many requests each
      * department's group holds and how many were answered.
          WRITE-DEPARTMENT-TRAILER.
           MOVE "=== REQUESTS PER DEPARTMENT ===" TO WS-RPT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-USED
              MOVE WS-DEPT-REQUESTS (WS-DEPT-IDX) TO WS-COUNT-EDIT
              MOVE WS-DEPT-ANSWERED (WS-DEPT-IDX) TO WS-COUNT-EDIT2
              MOVE SPACES TO WS-RPT-LINE
              STRING WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " REQUESTS, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " ANSWERED" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

          EMIT-LINE.
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-RPT-LINE TO WORK-RSLT-REC.
           WRITE WORK-RSLT-REC.
           ADD 1 TO WS-STAT-WRITTEN.
           ADD 1 TO WS-PAGE-LINE-CNT.

      * Standard report banner, written at the start of each
      * department's group and again every CFG-PAGE-SIZE lines
      * within it: title, run date/time, page, and the department
      * the page belongs to, so a burst page is never anonymous.
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

           MOVE "WORK-RETURN - WORK REQUEST RESULTS" TO WS-RPT-LINE.
           PERFORM EMIT-HEADER-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " DELIMITED BY SIZE
                WS-HDR-DATE-EDIT DELIMITED BY SIZE
                "  TIME: " DELIMITED BY SIZE
                WS-HDR-TIME-EDIT DELIMITED BY SIZE
                "  PAGE: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-PAGE-NUM-EDIT) DELIMITED BY SIZE
                INTO WS-RPT-LINE
           END-STRING.
           PERFORM EMIT-HEADER-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DEPARTMENT: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-CUR-DEPT) DELIMITED BY SIZE
                INTO WS-RPT-LINE
           END-STRING.
           PERFORM EMIT-HEADER-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "REQUEST   UTILITY     VALUE" DELIMITED BY SIZE
                "                     WANTED-BY STATUS"
                   DELIMITED BY SIZE
                "            RESULT" DELIMITED BY SIZE
                INTO WS-RPT-LINE
           END-STRING.
           PERFORM EMIT-HEADER-LINE.
           MOVE ALL "=" TO WS-RPT-LINE (1:132).
           PERFORM EMIT-HEADER-LINE.
           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           MOVE WS-RPT-LINE TO WORK-RSLT-REC.
           WRITE WORK-RSLT-REC.
           MOVE SPACES TO WS-RPT-LINE.

      * Console summary plus one audit line per run, the same
      * one-line-per-batch convention PRE-EDIT follows.
          WRITE-RUN-SUMMARY.
           MOVE WS-ANSWERED-COUNT TO WS-COUNT-EDIT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-NOT-DEALT-COUNT TO WS-COUNT-EDIT3.
           MOVE WS-NO-RESULT-COUNT TO WS-COUNT-EDIT4.
           DISPLAY "Requests answered:   " FUNCTION TRIM(WS-COUNT-EDIT).
           DISPLAY "Requests rejected:   "
              FUNCTION TRIM(WS-COUNT-EDIT2).
           DISPLAY "Requests not dealt:  "
              FUNCTION TRIM(WS-COUNT-EDIT3).
           DISPLAY "Requests no result:  "
              FUNCTION TRIM(WS-COUNT-EDIT4).
           MOVE "WORK-RETURN" TO WS-AUDIT-PROGRAM.
           MOVE "WORKREG" TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " ans, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " rej, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT4) DELIMITED BY SIZE
                " no result" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
