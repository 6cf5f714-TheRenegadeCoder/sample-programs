        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCESS-RVW.

      * Monthly access review. Lists every operator id the OPERPROF
      * role profile holds (OPRPROF.CPY, loaded through OPER-PROF)
      * with its role, the month's sign-ons, refusals and timeouts
      * read off AUDITLOG, and the date the id was last used, then
      * the functions each role is granted, then any id the month's
      * AUDITLOG shows acting that the profile does not hold.
      *
      * An id's uses are the "<event> OPER=<id>" entries OPER-AUTH
      * and MENU-DRIVER stamp; a refused or denied attempt, or an
      * idle timeout, is counted but is not a use. AUDITLOG rotates
      * off every month-end, so the last-used dates are carried
      * from one review to the next in the OPERLAST generations:
      * the prior generation is read at start-up and a new one is
      * written with this month's uses folded in.
      *
      * An id with no use on record, or none for CFG-ACCESS-IDLE-DAYS
      * days, is flagged for the security desk to revoke or justify,
      * as is every unknown id; any flag ends the run RC 8.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
          SELECT OPER-LAST-FILE ASSIGN TO "OPERLAST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERLAST-STATUS.
          SELECT OPER-NEW-FILE ASSIGN TO "OPERNEW"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERNEW-STATUS.
          SELECT ACC-RPT-FILE ASSIGN TO "ACCRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ACCRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD AUDIT-FILE.
          COPY AUDREC.

      * One line per profiled id: the id, the stamp of its last use
      * (spaces if it has never been used) and the role it held.
          FD OPER-LAST-FILE.
          01 OPER-LAST-REC.
            03 OL-OPER-ID            PIC X(8).
            03 FILLER                PIC X(1).
            03 OL-LAST-STAMP         PIC X(14).
            03 FILLER                PIC X(1).
            03 OL-ROLE               PIC X(8).
            03 FILLER                PIC X(8).

          FD OPER-NEW-FILE.
          01 OPER-NEW-REC            PIC X(40).

          FD ACC-RPT-FILE.
          01 ACC-RPT-REC             PIC X(100).

        WORKING-STORAGE SECTION.
          01 WS-AUDIT-STATUS         PIC XX.
          01 WS-OPERLAST-STATUS      PIC XX.
          01 WS-OPERNEW-STATUS       PIC XX.
          01 WS-ACCRPT-STATUS        PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".

      * One slot per id: the profiled ids first, in profile order,
      * then any id found acting on AUDITLOG that the profile does
      * not hold (WS-REV-KNOWN "N"). The same guarded table shape
      * the other programs keep.
          01 WS-REV-USED             PIC 9(3) VALUE 0.
          01 WS-REV-TABLE.
            03 WS-REV-ENTRY OCCURS 600 TIMES.
              05 WS-REV-ID           PIC X(8).
              05 WS-REV-ROLE         PIC X(8).
              05 WS-REV-KNOWN        PIC X(1).
              05 WS-REV-LAST         PIC X(14).
              05 WS-REV-SIGNONS      PIC 9(5).
              05 WS-REV-REFUSALS     PIC 9(5).
              05 WS-REV-TIMEOUTS     PIC 9(5).
              05 WS-REV-USES         PIC 9(5).
          01 WS-REV-IDX              PIC 9(3).
          01 WS-REV-OVERFLOW-SW      PIC X VALUE "N".
            88 REV-TABLE-OVERFLOWED      VALUE "Y".
          01 WS-GRANT-IDX            PIC 9(3).

          01 WS-FIND-ID              PIC X(8).
          01 WS-EVENT-TEXT           PIC X(38).
          01 WS-OPER-TEXT            PIC X(38).
          01 WS-EVENT-WORD           PIC X(12).
          01 WS-OPER-TALLY           PIC 9(2).

          01 WS-TODAY                PIC X(8).
          01 WS-TODAY-INT            PIC 9(7).
          01 WS-IDLE-DAYS            PIC 9(7).
          01 WS-FLAG-TEXT            PIC X(20).

          01 WS-HOLDER-CNT           PIC 9(5) VALUE 0.
          01 WS-NEVER-CNT            PIC 9(5) VALUE 0.
          01 WS-IDLE-CNT             PIC 9(5) VALUE 0.
          01 WS-UNKNOWN-CNT          PIC 9(5) VALUE 0.
          01 WS-LINES-READ           PIC 9(7) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-COUNT-EDIT2          PIC Z(4)9.
          01 WS-COUNT-EDIT3          PIC Z(4)9.
          01 WS-COUNT-EDIT4          PIC Z(4)9.
          01 WS-LAST-EDIT            PIC X(10).

          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for ACCRPT, the same
      * file-plus-console pairing the other shop reports use.
          01 WS-PAGE-SIZE            PIC 9(3).
          01 WS-PAGE-LINE-CNT        PIC 9(3) VALUE 0.
          01 WS-PAGE-NUMBER          PIC 9(3) VALUE 0.
          01 WS-PAGE-NUM-EDIT        PIC ZZ9.
          01 WS-HDR-REC              PIC X(100).
          01 WS-HDR-TIMESTAMP        PIC X(21).
          01 WS-HDR-DATE-EDIT        PIC X(10).
          01 WS-HDR-TIME-EDIT        PIC X(8).

          COPY OPRPROF.
          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           CALL "SHOP-CONFIG" USING CFG-SHOP-VALUES END-CALL.
           MOVE CFG-PAGE-SIZE TO WS-PAGE-SIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           OPEN OUTPUT ACC-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           CALL "OPER-PROF" USING OPER-PROFILE-AREA END-CALL.
           IF OP-PROFILE-STATUS IS NOT EQUAL TO "00"
              MOVE "NO OPERPROF ROLE PROFILE - NOTHING TO REVIEW"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              CLOSE ACC-RPT-FILE
              MOVE SPACES TO WS-AUDIT-INPUT
              MOVE "NO OPERPROF PROFILE" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
              PERFORM WRITE-RUN-AUDIT
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-PROFILED-IDS.
           PERFORM LOAD-PRIOR-LAST-USE.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM REPORT-ROLE-HOLDERS.
           PERFORM REPORT-ROLE-FUNCTIONS.
           PERFORM REPORT-UNKNOWN-IDS.
           PERFORM WRITE-TOTALS.
           CLOSE ACC-RPT-FILE.
           PERFORM WRITE-LAST-USE-GENERATION.
           MOVE SPACES TO WS-AUDIT-INPUT WS-AUDIT-RESULT.
           MOVE WS-HOLDER-CNT TO WS-COUNT-EDIT2.
           COMPUTE WS-COUNT-EDIT3 = WS-NEVER-CNT + WS-IDLE-CNT
              + WS-UNKNOWN-CNT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " ids, " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                " flagged" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           IF WS-NEVER-CNT + WS-IDLE-CNT + WS-UNKNOWN-CNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           ELSE
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           END-IF.
           PERFORM WRITE-RUN-AUDIT.
           MOVE WS-AUDIT-RC TO RETURN-CODE.
           STOP RUN.

          LOAD-PROFILED-IDS.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > OP-USER-CNT
              ADD 1 TO WS-REV-USED
              MOVE OP-USER-ID (WS-REV-IDX) TO WS-REV-ID (WS-REV-USED)
              MOVE OP-USER-ROLE (WS-REV-IDX)
                 TO WS-REV-ROLE (WS-REV-USED)
              MOVE "Y" TO WS-REV-KNOWN (WS-REV-USED)
              PERFORM CLEAR-REVIEW-COUNTS
           END-PERFORM.
           MOVE WS-REV-USED TO WS-HOLDER-CNT.

          CLEAR-REVIEW-COUNTS.
           MOVE SPACES TO WS-REV-LAST (WS-REV-USED).
           MOVE 0 TO WS-REV-SIGNONS (WS-REV-USED)
              WS-REV-REFUSALS (WS-REV-USED)
              WS-REV-TIMEOUTS (WS-REV-USED)
              WS-REV-USES (WS-REV-USED).

      * Last month's carried dates; an id since dropped from the
      * profile is not carried, so re-adding it starts it afresh.
      * The first review has no prior generation and starts blank.
          LOAD-PRIOR-LAST-USE.
           OPEN INPUT OPER-LAST-FILE.
           IF WS-OPERLAST-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No prior OPERLAST generation - last-use dates"
                 " start from this month's AUDITLOG."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ OPER-LAST-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE OL-OPER-ID TO WS-FIND-ID
                    PERFORM FIND-REVIEW-ID
                    IF WS-REV-IDX NOT GREATER THAN WS-REV-USED
                       MOVE OL-LAST-STAMP TO WS-REV-LAST (WS-REV-IDX)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE OPER-LAST-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * Leaves WS-REV-IDX at the matching slot, or past the table
      * when the id is not there - the shop's linear-search habit.
          FIND-REVIEW-ID.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-REV-USED
              IF WS-REV-ID (WS-REV-IDX) IS EQUAL TO WS-FIND-ID
                 EXIT PERFORM
              END-IF
           END-PERFORM.

          SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
              DISPLAY "No AUDITLOG dataset - no activity this month."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL END-OF-INPUT
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO WS-LINES-READ
                    PERFORM TALLY-OPERATOR-LINE
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * Only lines carrying "OPER=" are operator activity; the
      * event is the first word ahead of it, the id the word after.
          TALLY-OPERATOR-LINE.
           MOVE 0 TO WS-OPER-TALLY.
           INSPECT AU-INPUT TALLYING WS-OPER-TALLY FOR ALL "OPER=".
           IF WS-OPER-TALLY IS EQUAL TO 0
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EVENT-TEXT WS-OPER-TEXT WS-EVENT-WORD
              WS-FIND-ID.
           UNSTRING AU-INPUT DELIMITED BY "OPER="
              INTO WS-EVENT-TEXT WS-OPER-TEXT
           END-UNSTRING.
           UNSTRING WS-EVENT-TEXT DELIMITED BY ALL SPACES
              INTO WS-EVENT-WORD
           END-UNSTRING.
           UNSTRING WS-OPER-TEXT DELIMITED BY ALL SPACES
              INTO WS-FIND-ID
           END-UNSTRING.
           IF WS-FIND-ID IS EQUAL TO SPACES
              EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REVIEW-ID.
           IF WS-REV-IDX > WS-REV-USED
              PERFORM ADD-UNKNOWN-ID
              IF WS-REV-IDX > WS-REV-USED
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           IF AU-RESULT (1:7) IS EQUAL TO "REFUSED"
                 OR AU-RESULT (1:6) IS EQUAL TO "DENIED"
              ADD 1 TO WS-REV-REFUSALS (WS-REV-IDX)
           ELSE IF WS-EVENT-WORD IS EQUAL TO "TIMEOUT"
              ADD 1 TO WS-REV-TIMEOUTS (WS-REV-IDX)
           ELSE
              IF WS-EVENT-WORD IS EQUAL TO "SIGNON"
                 ADD 1 TO WS-REV-SIGNONS (WS-REV-IDX)
              END-IF
              ADD 1 TO WS-REV-USES (WS-REV-IDX)
              IF WS-REV-LAST (WS-REV-IDX) IS EQUAL TO SPACES
                    OR AU-TIMESTAMP > WS-REV-LAST (WS-REV-IDX)
                 MOVE AU-TIMESTAMP TO WS-REV-LAST (WS-REV-IDX)
              END-IF
           END-IF.

          ADD-UNKNOWN-ID.
           IF WS-REV-USED NOT LESS THAN 600
              IF NOT REV-TABLE-OVERFLOWED
                 DISPLAY "Warning: more than 600 operator ids,"
                    " extras ignored"
                 MOVE "Y" TO WS-REV-OVERFLOW-SW
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-REV-USED.
           MOVE WS-FIND-ID TO WS-REV-ID (WS-REV-USED).
           MOVE SPACES TO WS-REV-ROLE (WS-REV-USED).
           MOVE "N" TO WS-REV-KNOWN (WS-REV-USED).
           PERFORM CLEAR-REVIEW-COUNTS.
           MOVE WS-REV-USED TO WS-REV-IDX.
           ADD 1 TO WS-UNKNOWN-CNT.

          REPORT-ROLE-HOLDERS.
           MOVE "--- ROLE HOLDERS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE "ID       ROLE     LAST USED   SIGNONS REFUSED TIMEOUT"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-REV-USED
              IF WS-REV-KNOWN (WS-REV-IDX) IS EQUAL TO "Y"
                 PERFORM SET-IDLE-FLAG
                 PERFORM WRITE-ID-LINE
              END-IF
           END-PERFORM.

      * Never used at all, or idle past the configured limit; a
      * limit of zero turns the idle test off but not the never-used
      * one.
          SET-IDLE-FLAG.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-REV-LAST (WS-REV-IDX) IS EQUAL TO SPACES
              MOVE "NEVER USED" TO WS-FLAG-TEXT
              ADD 1 TO WS-NEVER-CNT
              EXIT PARAGRAPH
           END-IF.
           IF CFG-ACCESS-IDLE-DAYS = 0
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-IDLE-DAYS = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-REV-LAST (WS-REV-IDX) (1:8))).
           IF WS-IDLE-DAYS > CFG-ACCESS-IDLE-DAYS
              MOVE WS-IDLE-DAYS TO WS-COUNT-EDIT
              STRING "IDLE " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
              END-STRING
              ADD 1 TO WS-IDLE-CNT
           END-IF.

          WRITE-ID-LINE.
           MOVE SPACES TO WS-LAST-EDIT.
           IF WS-REV-LAST (WS-REV-IDX) IS EQUAL TO SPACES
              MOVE "NEVER" TO WS-LAST-EDIT
           ELSE
              STRING WS-REV-LAST (WS-REV-IDX) (5:2) "/"
                      DELIMITED BY SIZE
                   WS-REV-LAST (WS-REV-IDX) (7:2) "/"
                      DELIMITED BY SIZE
                   WS-REV-LAST (WS-REV-IDX) (1:4) DELIMITED BY SIZE
                   INTO WS-LAST-EDIT
              END-STRING
           END-IF.
           MOVE WS-REV-SIGNONS (WS-REV-IDX) TO WS-COUNT-EDIT2.
           MOVE WS-REV-REFUSALS (WS-REV-IDX) TO WS-COUNT-EDIT3.
           MOVE WS-REV-TIMEOUTS (WS-REV-IDX) TO WS-COUNT-EDIT4.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-REV-ID (WS-REV-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-REV-ROLE (WS-REV-IDX) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-LAST-EDIT DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-COUNT-EDIT2 DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-COUNT-EDIT3 DELIMITED BY SIZE
                "   " DELIMITED BY SIZE
                WS-COUNT-EDIT4 DELIMITED BY SIZE
                "  " DELIMITED BY SIZE
                WS-FLAG-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          REPORT-ROLE-FUNCTIONS.
           MOVE "--- ROLE FUNCTIONS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                    UNTIL WS-GRANT-IDX > OP-GRANT-CNT
              MOVE SPACES TO WS-PRINT-LINE
              STRING OP-GRANT-ROLE (WS-GRANT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OP-GRANT-FUNC (WS-GRANT-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
           END-PERFORM.

      * Activity under an id the profile does not hold: an id
      * removed mid-month, a mistyped NUMOPER, or a job run with no
      * NUMOPER at all (OPER-AUTH stamps that one UNKNOWN).
          REPORT-UNKNOWN-IDS.
           MOVE "--- IDS ON AUDITLOG NOT IN PROFILE ---"
              TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           IF WS-UNKNOWN-CNT IS EQUAL TO 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-REV-USED
              IF WS-REV-KNOWN (WS-REV-IDX) IS EQUAL TO "N"
                 MOVE "NOT IN PROFILE" TO WS-FLAG-TEXT
                 PERFORM WRITE-ID-LINE
              END-IF
           END-PERFORM.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-LINES-READ TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AUDITLOG LINES READ:  " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-HOLDER-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ROLE HOLDERS:         " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-NEVER-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NEVER USED:           " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-IDLE-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "IDLE PAST LIMIT:      " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-UNKNOWN-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NOT IN PROFILE:       " DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * Next month's starting point: every profiled id with its
      * last use as of this review.
          WRITE-LAST-USE-GENERATION.
           OPEN OUTPUT OPER-NEW-FILE.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                    UNTIL WS-REV-IDX > WS-REV-USED
              IF WS-REV-KNOWN (WS-REV-IDX) IS EQUAL TO "Y"
                 MOVE SPACES TO OPER-LAST-REC
                 MOVE WS-REV-ID (WS-REV-IDX) TO OL-OPER-ID
                 MOVE WS-REV-LAST (WS-REV-IDX) TO OL-LAST-STAMP
                 MOVE WS-REV-ROLE (WS-REV-IDX) TO OL-ROLE
                 MOVE OPER-LAST-REC TO OPER-NEW-REC
                 WRITE OPER-NEW-REC
              END-IF
           END-PERFORM.
           CLOSE OPER-NEW-FILE.

          WRITE-RUN-AUDIT.
           MOVE "ACCESS-RVW" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through ACC-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO ACC-RPT-REC.
           WRITE ACC-RPT-REC.
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
           MOVE "MONTHLY ACCESS REVIEW" TO WS-HDR-REC.
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
           MOVE CFG-ACCESS-IDLE-DAYS TO WS-COUNT-EDIT.
           STRING "SOURCE: OPERPROF, AUDITLOG, OPERLAST  IDLE LIMIT: "
                   DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " DAYS" DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO ACC-RPT-REC.
           WRITE ACC-RPT-REC.
