        IDENTIFICATION DIVISION.
        PROGRAM-ID. WORK-INTAKE.

      * Opening step of the nightly window: deals the day's
      * work-request queue into the input feeds the edit and compute
      * steps read, so nobody hand-keys a department's values into
      * the DAILY input datasets any more and every value in the
      * night's feeds can be traced back to the request that asked
      * for it. The desks append requests to WORKQ during the day
      * (see WRKQREC.CPY); this program writes each request's value
      * to its utility's feed - FACTFEED, EVENFEED, FIBFEED, and
      * COLLFEED, which NITERUN concatenates onto the EDITIN of the
      * matching PRE-EDIT pass, and GCDFEED, the night's GCDIN - and
      * records every request, dealt or not, on the WORKREG register
      * WORK-RETURN matches the outputs against after the window.
      *
      * A value already dealt tonight for the same utility is not
      * dealt again (PRE-EDIT would reject the second copy as a
      * duplicate); the later request is registered SHARED and gets
      * the same answer. A request naming a utility the night does
      * not run, with the wrong number of arguments, or with a value
      * wider than the feed record is registered with the reason and
      * goes back to its department unanswered. RETURN-CODE is 0
      * when every request was dealt or shared, 8 when some could
      * not be, and 12 when the register or a feed cannot be
      * written, so the queue is not cleared behind a failed intake.
      *
      * Departments run against a monthly allowance of records per
      * utility (the QUOTAS member, read each night so a changed
      * allowance takes effect at once). Month-to-date usage comes
      * from the QUOTALDG ledger QUOTA-MGR wrote after last night's
      * intake, plus what is dealt tonight. Once a department's
      * usage has reached its allowance, its further requests for
      * that utility are not dealt: the request line is copied to
      * the HELDQ held dataset and registered HELD OVER QUOTA, which
      * WORK-RETURN reports back to the department. Work operations
      * have released from HELDQ (QUOTA-MGR RELEASE) arrives on the
      * RELEASEQ queue and is dealt first, without the quota test.
      * Every request dealt is stamped on AUDITLOG under its own
      * department's code - the line the ledger counts it from.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT WORK-QUEUE-FILE ASSIGN TO "WORKQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKQ-STATUS.
          SELECT RELEASE-QUEUE-FILE ASSIGN TO "RELEASEQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELEASEQ-STATUS.
          SELECT HELD-QUEUE-FILE ASSIGN TO "HELDQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HELDQ-STATUS.
          SELECT QUOTA-PARM-FILE ASSIGN TO "QUOTAS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUOTAS-STATUS.
          SELECT QUOTA-LEDGER-FILE ASSIGN TO "QUOTALDG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LEDGER-STATUS.
          SELECT WORK-REG-FILE ASSIGN TO "WORKREG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-WORKREG-STATUS.
          SELECT FACT-FEED-FILE ASSIGN TO "FACTFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FACTFEED-STATUS.
          SELECT EVEN-FEED-FILE ASSIGN TO "EVENFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVENFEED-STATUS.
          SELECT FIB-FEED-FILE ASSIGN TO "FIBFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FIBFEED-STATUS.
          SELECT COLL-FEED-FILE ASSIGN TO "COLLFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COLLFEED-STATUS.
          SELECT GCD-FEED-FILE ASSIGN TO "GCDFEED"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GCDFEED-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD WORK-QUEUE-FILE.
          01 WORK-QUEUE-LINE         PIC X(76).

          FD RELEASE-QUEUE-FILE.
          01 RELEASE-QUEUE-LINE      PIC X(76).

          FD HELD-QUEUE-FILE.
          01 HELD-QUEUE-LINE         PIC X(76).

          FD QUOTA-PARM-FILE.
          01 QUOTA-PARM-REC          PIC X(80).

          FD QUOTA-LEDGER-FILE.
          COPY QUOTAREC.

          FD WORK-REG-FILE.
          COPY WRKREG.

          FD FACT-FEED-FILE.
          01 FACT-FEED-REC           PIC X(10).

          FD EVEN-FEED-FILE.
          01 EVEN-FEED-REC           PIC X(10).

          FD FIB-FEED-FILE.
          01 FIB-FEED-REC            PIC X(10).

          FD COLL-FEED-FILE.
          01 COLL-FEED-REC           PIC X(10).

          FD GCD-FEED-FILE.
          01 GCD-FEED-REC            PIC X(24).

        WORKING-STORAGE SECTION.
          01 WS-WORKQ-STATUS         PIC XX.
          01 WS-RELEASEQ-STATUS      PIC XX.
          01 WS-HELDQ-STATUS         PIC XX.
          01 WS-QUOTAS-STATUS        PIC XX.
          01 WS-LEDGER-STATUS        PIC XX.
          01 WS-WORKREG-STATUS       PIC XX.
          01 WS-FACTFEED-STATUS      PIC XX.
          01 WS-EVENFEED-STATUS      PIC XX.
          01 WS-FIBFEED-STATUS       PIC XX.
          01 WS-COLLFEED-STATUS      PIC XX.
          01 WS-GCDFEED-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-WORKQ              VALUE "Y".
          01 WS-RUN-DATE             PIC X(8).
          01 WS-TOKEN-1              PIC X(14).
          01 WS-TOKEN-2              PIC X(14).
          01 WS-TOKEN-3              PIC X(14).
          01 WS-FEED-VALUE           PIC X(24).
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-REASON-TEXT          PIC X(20).

          01 WS-QUEUE-COUNT          PIC 9(7) VALUE 0.
          01 WS-DEALT-COUNT          PIC 9(7) VALUE 0.
          01 WS-SHARED-COUNT         PIC 9(7) VALUE 0.
          01 WS-REFUSED-COUNT        PIC 9(7) VALUE 0.
          01 WS-HELD-COUNT           PIC 9(7) VALUE 0.
          01 WS-RELEASED-COUNT       PIC 9(7) VALUE 0.
          01 WS-FINAL-RC             PIC 9(4).
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-COUNT-EDIT3          PIC Z(6)9.
          01 WS-COUNT-EDIT4          PIC Z(6)9.
          01 WS-COUNT-EDIT5          PIC Z(6)9.

      * One slot per value dealt tonight, by utility, so a second
      * request for the same value shares the first one's feed
      * record. The same guarded linear-search shape PRE-EDIT keeps
      * for its duplicate check; once full, further values are dealt
      * without the check and PRE-EDIT's own duplicate test catches
      * any repeat.
          01 WS-DEALT-USED           PIC 9(4) VALUE 0.
          01 WS-DEALT-TABLE.
            03 WS-DEALT-ENTRY OCCURS 2000 TIMES.
              05 WS-DEALT-UTILITY    PIC X(10).
              05 WS-DEALT-VALUE      PIC X(24).
          01 WS-DEALT-IDX            PIC 9(4).
          01 WS-DEALT-OVERFLOW-SW    PIC X VALUE "N".
            88 DEALT-TABLE-OVERFLOWED    VALUE "Y".
          01 WS-SHARE-SWITCH         PIC X.
            88 VALUE-ALREADY-DEALT       VALUE "Y".

      * The request being dealt, read INTO here from either queue:
      * tonight's WORKQ, or RELEASEQ (work released from HELDQ,
      * dealt first and exempt from the quota test).
          COPY WRKQREC.
          01 WS-QUEUE-SOURCE-SW      PIC X VALUE "Q".
            88 DEALING-RELEASED-WORK     VALUE "R".

      * One slot per QUOTAS line: the department and utility, its
      * monthly allowance, the month-to-date usage the ledger
      * carries for it, and what has been dealt for it tonight. A
      * department and utility with no slot is never held. The same
      * guarded table shape as the dealt-value table above.
          01 WS-RUN-MONTH            PIC X(6).
          01 WS-QUOTA-USED           PIC 9(3) VALUE 0.
          01 WS-QUOTA-TABLE.
            03 WS-QUOTA-ENTRY OCCURS 200 TIMES.
              05 WS-QUOTA-DEPT       PIC X(8).
              05 WS-QUOTA-UTILITY    PIC X(10).
              05 WS-QUOTA-ALLOWANCE  PIC 9(9).
              05 WS-QUOTA-MTD        PIC 9(9).
              05 WS-QUOTA-TONIGHT    PIC 9(7).
          01 WS-QUOTA-IDX            PIC 9(3).
          01 WS-QUOTA-FOUND-IDX      PIC 9(3).
          01 WS-QUOTA-OVERFLOW-SW    PIC X VALUE "N".
            88 QUOTA-TABLE-OVERFLOWED    VALUE "Y".
          01 WS-HOLD-SWITCH          PIC X.
            88 REQUEST-OVER-QUOTA        VALUE "Y".
          01 WS-REQUEST-WORD         PIC X(9).

      * NUMDEPT as the step was started, put back after the per-
      * request audit lines have each been stamped under their own
      * department, so the run's summary line is stamped as before.
          01 WS-STEP-DEPT            PIC X(8).

          COPY AUDCOM.
          COPY RETCODE.
          COPY STATCOM.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           MOVE "WORK-INTAKE" TO WS-STAT-PROGRAM.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAT-START.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           MOVE RC-SUCCESS TO WS-FINAL-RC.
           MOVE WS-RUN-DATE (1:6) TO WS-RUN-MONTH.
           ACCEPT WS-STEP-DEPT FROM ENVIRONMENT "NUMDEPT".
           PERFORM LOAD-QUOTAS.
           PERFORM LOAD-LEDGER-USAGE.

      * Every feed and the register are opened even on a night with
      * no queue at all, so the edit and compute steps always find
      * tonight's (empty) generation instead of failing allocation.
           OPEN OUTPUT WORK-REG-FILE.
           IF WS-WORKREG-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Work-request register cannot be written."
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              PERFORM WRITE-RUN-SUMMARY
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT FACT-FEED-FILE EVEN-FEED-FILE FIB-FEED-FILE
              COLL-FEED-FILE GCD-FEED-FILE.
           IF WS-FACTFEED-STATUS IS NOT EQUAL TO "00"
                 OR WS-EVENFEED-STATUS IS NOT EQUAL TO "00"
                 OR WS-FIBFEED-STATUS IS NOT EQUAL TO "00"
                 OR WS-COLLFEED-STATUS IS NOT EQUAL TO "00"
                 OR WS-GCDFEED-STATUS IS NOT EQUAL TO "00"
              DISPLAY "An input feed cannot be written - FACTFEED "
                 WS-FACTFEED-STATUS ", EVENFEED " WS-EVENFEED-STATUS
                 ", FIBFEED " WS-FIBFEED-STATUS ", COLLFEED "
                 WS-COLLFEED-STATUS ", GCDFEED " WS-GCDFEED-STATUS
              CLOSE WORK-REG-FILE FACT-FEED-FILE EVEN-FEED-FILE
                 FIB-FEED-FILE COLL-FEED-FILE GCD-FEED-FILE
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              PERFORM WRITE-RUN-SUMMARY
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN.

           OPEN EXTEND HELD-QUEUE-FILE.
           IF WS-HELDQ-STATUS IS EQUAL TO "05" OR "35"
              OPEN OUTPUT HELD-QUEUE-FILE
              CLOSE HELD-QUEUE-FILE
              OPEN EXTEND HELD-QUEUE-FILE
           END-IF.
           IF WS-HELDQ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Held-work dataset cannot be written."
              CLOSE WORK-REG-FILE FACT-FEED-FILE EVEN-FEED-FILE
                 FIB-FEED-FILE COLL-FEED-FILE GCD-FEED-FILE
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              PERFORM WRITE-RUN-SUMMARY
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN.

      * One audit session across both queues: each dealt request
      * gets its own line, stamped with its department's code.
           CALL "AUDIT-LOG-BEGIN" END-CALL.
           OPEN INPUT RELEASE-QUEUE-FILE.
           IF WS-RELEASEQ-STATUS IS EQUAL TO "00"
              MOVE "R" TO WS-QUEUE-SOURCE-SW
              PERFORM UNTIL END-OF-WORKQ
                 READ RELEASE-QUEUE-FILE INTO WORK-QUEUE-REC
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END PERFORM DEAL-ONE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE RELEASE-QUEUE-FILE
              MOVE "N" TO WS-EOF-SWITCH
           END-IF.

           MOVE "Q" TO WS-QUEUE-SOURCE-SW.
           OPEN INPUT WORK-QUEUE-FILE.
           IF WS-WORKQ-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No work-request queue - nothing to deal."
           ELSE
              PERFORM UNTIL END-OF-WORKQ
                 READ WORK-QUEUE-FILE INTO WORK-QUEUE-REC
                    AT END MOVE "Y" TO WS-EOF-SWITCH
                    NOT AT END PERFORM DEAL-ONE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE WORK-QUEUE-FILE
           END-IF.
           CALL "AUDIT-LOG-END" END-CALL.
           SET ENVIRONMENT "NUMDEPT" TO WS-STEP-DEPT.
           CLOSE WORK-REG-FILE FACT-FEED-FILE EVEN-FEED-FILE
              FIB-FEED-FILE COLL-FEED-FILE GCD-FEED-FILE
              HELD-QUEUE-FILE.

           MOVE WS-QUEUE-COUNT TO WS-STAT-READ.
           MOVE WS-DEALT-COUNT TO WS-STAT-WRITTEN.
           MOVE WS-REFUSED-COUNT TO WS-STAT-ERRORS.
           CALL "RUN-STATS" USING WS-STAT-PROGRAM WS-STAT-START
              WS-STAT-READ WS-STAT-WRITTEN WS-STAT-ERRORS
           END-CALL.
           IF WS-REFUSED-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * One queued request: comments and blank lines are skipped;
      * anything else is registered, dealt into its utility's feed
      * when it can be, and otherwise carries the reason back to its
      * department through the register.
          DEAL-ONE-REQUEST.
           IF WORK-QUEUE-REC (1:1) IS EQUAL TO "*"
                 OR WORK-QUEUE-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE SPACES TO WORK-REG-REC.
           MOVE WQ-REQUEST-ID TO WR-REQUEST-ID.
           MOVE WQ-DEPT TO WR-DEPT.
           IF WR-DEPT IS EQUAL TO SPACES
              MOVE "UNASGN" TO WR-DEPT
           END-IF.
           MOVE WQ-UTILITY TO WR-UTILITY.
           MOVE WQ-WANTED-BY TO WR-WANTED-BY.
           MOVE WS-RUN-DATE TO WR-RUN-DATE.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM BUILD-FEED-VALUE.
           MOVE WS-FEED-VALUE TO WR-VALUE.
           IF WS-REASON-TEXT IS NOT EQUAL TO SPACES
              MOVE WS-REASON-TEXT TO WR-INTAKE-STATUS
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY "Request " FUNCTION TRIM(WQ-REQUEST-ID)
                 " not dealt: " FUNCTION TRIM(WS-REASON-TEXT)
           ELSE
              PERFORM CHECK-ALREADY-DEALT
              IF VALUE-ALREADY-DEALT
                 MOVE "SHARED" TO WR-INTAKE-STATUS
                 ADD 1 TO WS-SHARED-COUNT
              ELSE
                 PERFORM CHECK-QUOTA
                 IF REQUEST-OVER-QUOTA
                    PERFORM HOLD-REQUEST
                 ELSE
                    PERFORM REMEMBER-DEALT-VALUE
                    PERFORM WRITE-FEED-RECORD
                    MOVE "DEALT" TO WR-INTAKE-STATUS
                    ADD 1 TO WS-DEALT-COUNT
                    IF DEALING-RELEASED-WORK
                       ADD 1 TO WS-RELEASED-COUNT
                    END-IF
                    PERFORM AUDIT-DEALT-REQUEST
                 END-IF
              END-IF
           END-IF.
           WRITE WORK-REG-REC.

      * The feed record the utility's batch mode reads: one number
      * for the single-value utilities, the space-separated pair for
      * GCD-LCM. The values themselves are not edited here - that is
      * PRE-EDIT's job, and its rejects come back to the requester
      * through WORK-RETURN with PRE-EDIT's own reason wording.
          BUILD-FEED-VALUE.
           MOVE SPACES TO WS-FEED-VALUE WS-TOKEN-1 WS-TOKEN-2
              WS-TOKEN-3.
           IF WQ-REQUEST-ID IS EQUAL TO SPACES
              MOVE "NO REQUEST ID" TO WS-REASON-TEXT
              EXIT PARAGRAPH.
           UNSTRING FUNCTION TRIM(WQ-ARGS) DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING.
           EVALUATE WQ-UTILITY
              WHEN "FACTORIAL "
              WHEN "EVEN-ODD  "
              WHEN "FIBONACCI "
              WHEN "COLLATZ   "
                 IF WS-TOKEN-1 IS EQUAL TO SPACES
                       OR WS-TOKEN-2 IS NOT EQUAL TO SPACES
                    MOVE "BAD ARGUMENTS" TO WS-REASON-TEXT
                 ELSE IF WS-TOKEN-1 (11:4) IS NOT EQUAL TO SPACES
                    MOVE "VALUE TOO WIDE" TO WS-REASON-TEXT
                 ELSE
                    MOVE WS-TOKEN-1 TO WS-FEED-VALUE
                 END-IF
                 END-IF
              WHEN "GCD-LCM   "
                 IF WS-TOKEN-1 IS EQUAL TO SPACES
                       OR WS-TOKEN-2 IS EQUAL TO SPACES
                       OR WS-TOKEN-3 IS NOT EQUAL TO SPACES
                    MOVE "BAD ARGUMENTS" TO WS-REASON-TEXT
                 ELSE IF WS-TOKEN-1 (12:3) IS NOT EQUAL TO SPACES
                       OR WS-TOKEN-2 (12:3) IS NOT EQUAL TO SPACES
                    MOVE "VALUE TOO WIDE" TO WS-REASON-TEXT
                 ELSE
                    MOVE 1 TO WS-LINE-PTR
                    STRING FUNCTION TRIM(WS-TOKEN-1) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-TOKEN-2) DELIMITED BY SIZE
                         INTO WS-FEED-VALUE
                         WITH POINTER WS-LINE-PTR
                    END-STRING
                 END-IF
                 END-IF
              WHEN OTHER
                 MOVE "UNKNOWN UTILITY" TO WS-REASON-TEXT
           END-EVALUATE.

          CHECK-ALREADY-DEALT.
           MOVE "N" TO WS-SHARE-SWITCH.
           PERFORM VARYING WS-DEALT-IDX FROM 1 BY 1
                    UNTIL WS-DEALT-IDX > WS-DEALT-USED
              IF WS-DEALT-UTILITY (WS-DEALT-IDX) IS EQUAL TO
                    WQ-UTILITY
                    AND WS-DEALT-VALUE (WS-DEALT-IDX) IS EQUAL TO
                    WS-FEED-VALUE
                 MOVE "Y" TO WS-SHARE-SWITCH
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Only a value actually written to a feed is remembered for
      * sharing; a held request's value is not in tonight's feed.
          REMEMBER-DEALT-VALUE.
           IF WS-DEALT-USED < 2000
              ADD 1 TO WS-DEALT-USED
              MOVE WQ-UTILITY TO WS-DEALT-UTILITY (WS-DEALT-USED)
              MOVE WS-FEED-VALUE TO WS-DEALT-VALUE (WS-DEALT-USED)
           ELSE
              IF NOT DEALT-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 2000 distinct values,"
                    " sharing check stopped"
                 MOVE "Y" TO WS-DEALT-OVERFLOW-SW
              END-IF
           END-IF.

      * A request is held when its department has an allowance for
      * the utility and the month's usage - the ledger's figure plus
      * what has been dealt tonight - has already reached it.
      * Released work was counted against the allowance when it was
      * held, and is dealt regardless; it still adds to the usage.
          CHECK-QUOTA.
           MOVE "N" TO WS-HOLD-SWITCH.
           MOVE 0 TO WS-QUOTA-FOUND-IDX.
           PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                    UNTIL WS-QUOTA-IDX > WS-QUOTA-USED
              IF WS-QUOTA-DEPT (WS-QUOTA-IDX) IS EQUAL TO WR-DEPT
                    AND WS-QUOTA-UTILITY (WS-QUOTA-IDX) IS EQUAL TO
                    WQ-UTILITY
                 MOVE WS-QUOTA-IDX TO WS-QUOTA-FOUND-IDX
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-QUOTA-FOUND-IDX = 0
              EXIT PARAGRAPH.
           IF NOT DEALING-RELEASED-WORK
                 AND WS-QUOTA-MTD (WS-QUOTA-FOUND-IDX)
                 + WS-QUOTA-TONIGHT (WS-QUOTA-FOUND-IDX)
                 >= WS-QUOTA-ALLOWANCE (WS-QUOTA-FOUND-IDX)
              MOVE "Y" TO WS-HOLD-SWITCH
           ELSE
              ADD 1 TO WS-QUOTA-TONIGHT (WS-QUOTA-FOUND-IDX)
           END-IF.

      * The request line goes to HELDQ exactly as it was queued, so
      * a release puts it back through intake unchanged.
          HOLD-REQUEST.
           WRITE HELD-QUEUE-LINE FROM WORK-QUEUE-REC.
           MOVE "HELD OVER QUOTA" TO WR-INTAKE-STATUS.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "Request " FUNCTION TRIM(WQ-REQUEST-ID)
              " held: " FUNCTION TRIM(WR-DEPT) " is over its "
              FUNCTION TRIM(WQ-UTILITY) " quota for the month".
           PERFORM AUDIT-HELD-REQUEST.

      * One AUDITLOG line per dealt or held request, stamped with
      * the request's own department through NUMDEPT. QUOTA-MGR
      * counts the month's dealt work per department from the DEALT
      * lines; a HELD line is the trail of the diversion.
          AUDIT-DEALT-REQUEST.
           IF DEALING-RELEASED-WORK
              MOVE "RELEASED" TO WS-REQUEST-WORD
           ELSE
              MOVE SPACES TO WS-REQUEST-WORD
           END-IF.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING "DEALT " DELIMITED BY SIZE
                FUNCTION TRIM(WQ-REQUEST-ID) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-REQUEST-WORD DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           PERFORM WRITE-REQUEST-AUDIT.

          AUDIT-HELD-REQUEST.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING "HELD " DELIMITED BY SIZE
                FUNCTION TRIM(WQ-REQUEST-ID) DELIMITED BY SIZE
                " OVER QUOTA" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           PERFORM WRITE-REQUEST-AUDIT.

          WRITE-REQUEST-AUDIT.
           SET ENVIRONMENT "NUMDEPT" TO WR-DEPT.
           MOVE "WORK-INTAKE" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING FUNCTION TRIM(WQ-UTILITY) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-FEED-VALUE) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE RC-SUCCESS TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * QUOTAS lines are "<dept> <utility> <allowance>", the
      * utility by its PROGRAM-ID as on WORKQ; "*" lines are
      * comments. A line that does not parse is reported and
      * ignored (CFG-CHECK-style validation is QUOTA-MGR's report).
      * No QUOTAS member at all means no department is held.
          LOAD-QUOTAS.
           OPEN INPUT QUOTA-PARM-FILE.
           IF WS-QUOTAS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No QUOTAS member - no department is held."
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-WORKQ
              READ QUOTA-PARM-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-ONE-QUOTA
              END-READ
           END-PERFORM.
           CLOSE QUOTA-PARM-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          LOAD-ONE-QUOTA.
           IF QUOTA-PARM-REC (1:1) IS EQUAL TO "*"
                 OR QUOTA-PARM-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           MOVE SPACES TO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3.
           UNSTRING FUNCTION TRIM(QUOTA-PARM-REC)
              DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3
           END-UNSTRING.
           IF WS-TOKEN-1 (9:6) IS NOT EQUAL TO SPACES
                 OR WS-TOKEN-2 (11:4) IS NOT EQUAL TO SPACES
                 OR WS-TOKEN-3 IS EQUAL TO SPACES
                 OR FUNCTION TEST-NUMVAL(WS-TOKEN-3) IS NOT EQUAL
                 TO 0
              DISPLAY "QUOTAS line ignored: "
                 FUNCTION TRIM(QUOTA-PARM-REC)
              EXIT PARAGRAPH.
           IF WS-QUOTA-USED >= 200
              IF NOT QUOTA-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 200 QUOTAS lines,"
                    " the rest are not enforced"
                 MOVE "Y" TO WS-QUOTA-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH.
           ADD 1 TO WS-QUOTA-USED.
           MOVE WS-TOKEN-1 TO WS-QUOTA-DEPT (WS-QUOTA-USED).
           MOVE WS-TOKEN-2 TO WS-QUOTA-UTILITY (WS-QUOTA-USED).
           COMPUTE WS-QUOTA-ALLOWANCE (WS-QUOTA-USED) =
              FUNCTION NUMVAL(WS-TOKEN-3).
           MOVE 0 TO WS-QUOTA-MTD (WS-QUOTA-USED)
              WS-QUOTA-TONIGHT (WS-QUOTA-USED).

      * Month-to-date usage as of last night's ledger. A ledger left
      * from an earlier month is ignored - the new month starts at
      * zero - and so is a missing one, with a warning.
          LOAD-LEDGER-USAGE.
           IF WS-QUOTA-USED = 0
              EXIT PARAGRAPH.
           OPEN INPUT QUOTA-LEDGER-FILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Warning: no QUOTALDG ledger - month-to-date"
                 " usage taken as zero"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-WORKQ
              READ QUOTA-LEDGER-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM APPLY-LEDGER-LINE
              END-READ
           END-PERFORM.
           CLOSE QUOTA-LEDGER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          APPLY-LEDGER-LINE.
           IF QL-MONTH IS NOT EQUAL TO WS-RUN-MONTH
              EXIT PARAGRAPH.
           PERFORM VARYING WS-QUOTA-IDX FROM 1 BY 1
                    UNTIL WS-QUOTA-IDX > WS-QUOTA-USED
              IF WS-QUOTA-DEPT (WS-QUOTA-IDX) IS EQUAL TO QL-DEPT
                    AND WS-QUOTA-UTILITY (WS-QUOTA-IDX) IS EQUAL TO
                    QL-UTILITY
                 MOVE QL-USED TO WS-QUOTA-MTD (WS-QUOTA-IDX)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          WRITE-FEED-RECORD.
           EVALUATE WQ-UTILITY
              WHEN "FACTORIAL "
                 MOVE WS-FEED-VALUE TO FACT-FEED-REC
                 WRITE FACT-FEED-REC
              WHEN "EVEN-ODD  "
                 MOVE WS-FEED-VALUE TO EVEN-FEED-REC
                 WRITE EVEN-FEED-REC
              WHEN "FIBONACCI "
                 MOVE WS-FEED-VALUE TO FIB-FEED-REC
                 WRITE FIB-FEED-REC
              WHEN "COLLATZ   "
                 MOVE WS-FEED-VALUE TO COLL-FEED-REC
                 WRITE COLL-FEED-REC
              WHEN "GCD-LCM   "
                 MOVE WS-FEED-VALUE TO GCD-FEED-REC
                 WRITE GCD-FEED-REC
           END-EVALUATE.

      * Console summary plus one audit line per run, the same
      * one-line-per-batch convention PRE-EDIT follows.
          WRITE-RUN-SUMMARY.
           MOVE WS-DEALT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SHARED-COUNT TO WS-COUNT-EDIT2.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT3.
           DISPLAY "Requests dealt:      " FUNCTION TRIM(WS-COUNT-EDIT).
           DISPLAY "Requests shared:     "
              FUNCTION TRIM(WS-COUNT-EDIT2).
           DISPLAY "Requests not dealt:  "
              FUNCTION TRIM(WS-COUNT-EDIT3).
           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT4.
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT5.
           DISPLAY "Requests held:       "
              FUNCTION TRIM(WS-COUNT-EDIT4).
           DISPLAY "Released work dealt: "
              FUNCTION TRIM(WS-COUNT-EDIT5).
           MOVE "WORK-INTAKE" TO WS-AUDIT-PROGRAM.
           MOVE "WORKQ" TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " dealt, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " shared, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                " refused" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
