        IDENTIFICATION DIVISION.
        PROGRAM-ID. AUDIT-VFY.

      * Integrity check of an audit trail. AUDITLOG is the shop's
      * evidence of who changed NUMFACTS and PRIMECAC and of every
      * OPER-AUTH decision, but it is a plain sequential dataset: a
      * line deleted or edited afterwards would otherwise leave no
      * trace, and RECON-RPT would reconcile the altered trail just
      * as happily. AUDIT-LOG numbers every record (AU-SEQ) and
      * chains it to the one before (AU-CHAIN, AUDCHN.CPY); this
      * program walks a trail - the live AUDITLOG, or any archived
      * generation - on the AUDVIN DD and lists, in trail order:
      *   GAP      numbers missing between two records (a deletion),
      *            or at the head of a live trail, which must start
      *            at 1;
      *   ORDER    a number at or below the one before it (a record
      *            moved, duplicated, or renumbered);
      *   CHAIN    a record whose check value does not follow from
      *            the record before it (the record, or the one
      *            before it, was altered or removed);
      *   UNSEQ    an unnumbered record in among numbered ones (a
      *            line added by hand).
      * Unnumbered records at the head of the trail were written
      * before the numbering existed and are counted, not flagged.
      *
      * The command line is LIVE (the default) or ARCHIVE, then an
      * optional label for the report. An archived trail holds one
      * month after another - each month's trail starts again at 1,
      * since MONTHEND clears AUDITLOG - and TRAIL-RETAIN ages the
      * oldest records off its front, so in ARCHIVE mode a record
      * numbered 1 that chains from zero opens a new month, and a
      * trail whose first number is not 1 is noted rather than
      * flagged: its first record is taken as the anchor.
      *
      * The report (AUDVRPT) closes with a certificate line - TRAIL
      * CERTIFIED INTACT, or NOT INTACT with the exception count.
      * RETURN-CODE is 0 when intact, 8 when anything was flagged,
      * and 4 when there is no trail or not one numbered record on
      * it to certify.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AUDIT-FILE ASSIGN TO "AUDVIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDVIN-STATUS.
          SELECT AUDV-RPT-FILE ASSIGN TO "AUDVRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDVRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD AUDIT-FILE.
          COPY AUDREC.

          FD AUDV-RPT-FILE.
          01 AUDV-RPT-REC            PIC X(100).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-MODE-TOKEN           PIC X(10).
          01 WS-TRAIL-LABEL          PIC X(24).
          01 WS-MODE-SWITCH          PIC X VALUE "L".
            88 ARCHIVE-MODE              VALUE "A".

          01 WS-AUDVIN-STATUS        PIC XX.
          01 WS-AUDVRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-TRAIL              VALUE "Y".

      * Where the walk stands: the previous numbered record's number
      * and stored check value, and whether any numbered record has
      * been seen yet (the head of the trail is judged differently).
          01 WS-CHAIN-SEEN-SW        PIC X VALUE "N".
            88 CHAIN-STARTED             VALUE "Y".
          01 WS-PREV-SEQ             PIC 9(9) VALUE 0.
          01 WS-PREV-CHAIN           PIC 9(9) VALUE 0.
          01 WS-EXPECT-CHAIN         PIC 9(9).
          01 WS-FIRST-CHAIN          PIC 9(9).
          01 WS-MISSING-FROM         PIC 9(9).
          01 WS-MISSING-TO           PIC 9(9).
          01 WS-MISSING-CNT          PIC 9(9).

      * The shared COMPUTE-AUDIT-CHAIN paragraph's fields.
          01 WS-CHAIN-TEXT           PIC X(132).
          01 WS-CHAIN-VALUE          PIC 9(9).
          01 WS-CHAIN-IDX            PIC 9(3).

          01 WS-LINE-NO              PIC 9(9) VALUE 0.
          01 WS-PRECHAIN-CNT         PIC 9(9) VALUE 0.
          01 WS-NUMBERED-CNT         PIC 9(9) VALUE 0.
          01 WS-SEGMENT-CNT          PIC 9(5) VALUE 0.
          01 WS-GAP-CNT              PIC 9(7) VALUE 0.
          01 WS-GAP-RECORDS          PIC 9(9) VALUE 0.
          01 WS-ORDER-CNT            PIC 9(7) VALUE 0.
          01 WS-LINK-CNT             PIC 9(7) VALUE 0.
          01 WS-UNSEQ-CNT            PIC 9(7) VALUE 0.
          01 WS-EXCEPTION-CNT        PIC 9(7) VALUE 0.
          01 WS-FIRST-STAMP          PIC X(14) VALUE SPACES.
          01 WS-LAST-STAMP           PIC X(14) VALUE SPACES.

          01 WS-FINAL-RC             PIC 9(4) VALUE 0.
          01 WS-KIND-TEXT            PIC X(6).
          01 WS-DETAIL-TEXT          PIC X(60).
          01 WS-LINE-EDIT            PIC Z(8)9.
          01 WS-SEQ-EDIT             PIC Z(8)9.
          01 WS-SEQ-EDIT2            PIC Z(8)9.
          01 WS-COUNT-EDIT           PIC Z(8)9.

          01 WS-PRINT-LINE           PIC X(100).

      * Page heading and page-break control for AUDVRPT, the same
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
           MOVE SPACES TO WS-MODE-TOKEN WS-TRAIL-LABEL.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-MODE-TOKEN WS-TRAIL-LABEL
           END-UNSTRING.
           INSPECT WS-MODE-TOKEN CONVERTING
              "abcdefghijklmnopqrstuvwxyz"
              TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           EVALUATE WS-MODE-TOKEN
              WHEN SPACES
              WHEN "LIVE"
                 MOVE "L" TO WS-MODE-SWITCH
                 MOVE "LIVE" TO WS-MODE-TOKEN
              WHEN "ARCHIVE"
                 MOVE "A" TO WS-MODE-SWITCH
              WHEN OTHER
                 DISPLAY "Usage: audit-vfy [LIVE | ARCHIVE] [label]"
                 MOVE SPACES TO WS-AUDIT-INPUT
                 MOVE CMD-ARGS TO WS-AUDIT-INPUT
                 MOVE "INVALID PARAMETERS" TO WS-AUDIT-RESULT
                 MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
                 PERFORM WRITE-RUN-AUDIT
                 MOVE RC-VALIDATION-ERROR TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.
           IF WS-TRAIL-LABEL IS EQUAL TO SPACES
              MOVE "AUDVIN" TO WS-TRAIL-LABEL
           END-IF.

           OPEN OUTPUT AUDV-RPT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDVIN-STATUS IS NOT EQUAL TO "00"
              MOVE "NO AUDIT TRAIL ON AUDVIN - NOTHING TO VERIFY"
                 TO WS-PRINT-LINE
              PERFORM EMIT-LINE
              CLOSE AUDV-RPT-FILE
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO TRAIL" TO WS-AUDIT-RESULT
              PERFORM FINISH-RUN
           END-IF.

           MOVE "--- EXCEPTIONS IN TRAIL ORDER ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "KIND       LINE       SEQ TIMESTAMP      PROGRAM"
                   DELIMITED BY SIZE
                "      DETAIL" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           PERFORM UNTIL END-OF-TRAIL
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM CHECK-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-EXCEPTION-CNT = 0
              MOVE "NONE" TO WS-PRINT-LINE
              PERFORM EMIT-LINE
           END-IF.

           PERFORM WRITE-TOTALS.
           CLOSE AUDV-RPT-FILE.
           MOVE WS-EXCEPTION-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-NUMBERED-CNT = 0
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO NUMBERED RECORDS" TO WS-AUDIT-RESULT
           ELSE IF WS-EXCEPTION-CNT = 0
              MOVE RC-SUCCESS TO WS-FINAL-RC
              MOVE "CERTIFIED INTACT" TO WS-AUDIT-RESULT
           ELSE
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
              STRING "NOT INTACT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " EXCEPTIONS" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           END-IF
           END-IF.
           PERFORM FINISH-RUN.

      * One record of the walk. Unnumbered records ahead of the
      * first numbered one are the pre-chain part of the trail.
          CHECK-ONE-RECORD.
           ADD 1 TO WS-LINE-NO.
           IF AUDIT-FILE-REC IS EQUAL TO SPACES
              EXIT PARAGRAPH.
           IF WS-FIRST-STAMP IS EQUAL TO SPACES
              MOVE AU-TIMESTAMP TO WS-FIRST-STAMP
           END-IF.
           MOVE AU-TIMESTAMP TO WS-LAST-STAMP.
           IF AU-SEQ IS NOT NUMERIC OR AU-CHAIN IS NOT NUMERIC
              IF CHAIN-STARTED
                 ADD 1 TO WS-UNSEQ-CNT
                 MOVE "UNSEQ" TO WS-KIND-TEXT
                 MOVE "UNNUMBERED RECORD INSIDE THE CHAIN"
                    TO WS-DETAIL-TEXT
                 PERFORM WRITE-EXCEPTION
              ELSE
                 ADD 1 TO WS-PRECHAIN-CNT
              END-IF
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUMBERED-CNT.

      * The check value this record should carry if it follows the
      * record before it, and the one it would carry if it opened a
      * new chain from zero.
           MOVE AUDIT-FILE-REC (1:132) TO WS-CHAIN-TEXT.
           MOVE 0 TO WS-CHAIN-VALUE.
           PERFORM COMPUTE-AUDIT-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-FIRST-CHAIN.
           MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE.
           PERFORM COMPUTE-AUDIT-CHAIN.
           MOVE WS-CHAIN-VALUE TO WS-EXPECT-CHAIN.

           IF NOT CHAIN-STARTED
              PERFORM CHECK-TRAIL-HEAD
           ELSE IF ARCHIVE-MODE AND AU-SEQ = 1
                 AND AU-CHAIN = WS-FIRST-CHAIN
              ADD 1 TO WS-SEGMENT-CNT
           ELSE
              PERFORM CHECK-SEQUENCE
              IF AU-CHAIN IS NOT EQUAL TO WS-EXPECT-CHAIN
                 ADD 1 TO WS-LINK-CNT
                 MOVE "CHAIN" TO WS-KIND-TEXT
                 MOVE "CHECK VALUE DOES NOT FOLLOW THE RECORD BEFORE"
                    TO WS-DETAIL-TEXT
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF
           END-IF.
           MOVE "Y" TO WS-CHAIN-SEEN-SW.
           MOVE AU-SEQ TO WS-PREV-SEQ.
           MOVE AU-CHAIN TO WS-PREV-CHAIN.

      * The first numbered record. A live trail starts at 1 from
      * zero; an archive may start anywhere, its aged-off head
      * having taken the earlier records with it.
          CHECK-TRAIL-HEAD.
           ADD 1 TO WS-SEGMENT-CNT.
           IF AU-SEQ = 1
              IF AU-CHAIN IS NOT EQUAL TO WS-FIRST-CHAIN
                 ADD 1 TO WS-LINK-CNT
                 MOVE "CHAIN" TO WS-KIND-TEXT
                 MOVE "FIRST RECORD DOES NOT CHAIN FROM ZERO"
                    TO WS-DETAIL-TEXT
                 PERFORM WRITE-EXCEPTION
              END-IF
              EXIT PARAGRAPH
           END-IF.
           IF ARCHIVE-MODE
              MOVE AU-SEQ TO WS-SEQ-EDIT
              MOVE SPACES TO WS-PRINT-LINE
              STRING "NOTE: ARCHIVE STARTS AT SEQ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                   " - EARLIER RECORDS AGED OFF, FIRST RECORD TAKEN"
                      DELIMITED BY SIZE
                   " AS ANCHOR" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
              PERFORM EMIT-LINE
              EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MISSING-CNT = AU-SEQ - 1.
           ADD 1 TO WS-GAP-CNT.
           ADD WS-MISSING-CNT TO WS-GAP-RECORDS.
           MOVE WS-MISSING-CNT TO WS-SEQ-EDIT.
           MOVE "GAP" TO WS-KIND-TEXT.
           MOVE SPACES TO WS-DETAIL-TEXT.
           STRING "HEAD OF TRAIL MISSING - " DELIMITED BY SIZE
                FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                " RECORD(S) BEFORE THIS ONE" DELIMITED BY SIZE
                INTO WS-DETAIL-TEXT
           END-STRING.
           PERFORM WRITE-EXCEPTION.

      * Against the number before: one up is clean, more is a gap,
      * the same or less is out of order. Either way the walk goes
      * on from this record's number, so one bad record is reported
      * once rather than throwing off every record after it.
          CHECK-SEQUENCE.
           IF AU-SEQ = WS-PREV-SEQ + 1
              EXIT PARAGRAPH.
           IF AU-SEQ > WS-PREV-SEQ
              COMPUTE WS-MISSING-FROM = WS-PREV-SEQ + 1
              COMPUTE WS-MISSING-TO = AU-SEQ - 1
              COMPUTE WS-MISSING-CNT = AU-SEQ - WS-PREV-SEQ - 1
              ADD 1 TO WS-GAP-CNT
              ADD WS-MISSING-CNT TO WS-GAP-RECORDS
              MOVE WS-MISSING-FROM TO WS-SEQ-EDIT
              MOVE WS-MISSING-TO TO WS-SEQ-EDIT2
              MOVE "GAP" TO WS-KIND-TEXT
              MOVE SPACES TO WS-DETAIL-TEXT
              IF WS-MISSING-CNT = 1
                 STRING "SEQ " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                      " MISSING" DELIMITED BY SIZE
                      INTO WS-DETAIL-TEXT
                 END-STRING
              ELSE
                 STRING "SEQ " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                      " TO " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SEQ-EDIT2) DELIMITED BY SIZE
                      " MISSING" DELIMITED BY SIZE
                      INTO WS-DETAIL-TEXT
                 END-STRING
              END-IF
           ELSE
              ADD 1 TO WS-ORDER-CNT
              MOVE WS-PREV-SEQ TO WS-SEQ-EDIT
              MOVE "ORDER" TO WS-KIND-TEXT
              MOVE SPACES TO WS-DETAIL-TEXT
              STRING "FOLLOWS SEQ " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEQ-EDIT) DELIMITED BY SIZE
                   INTO WS-DETAIL-TEXT
              END-STRING
           END-IF.
           PERFORM WRITE-EXCEPTION.

          WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-CNT.
           MOVE WS-LINE-NO TO WS-LINE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-KIND-TEXT DELIMITED BY SIZE
                WS-LINE-EDIT DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                AU-SEQ DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                AU-TIMESTAMP DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                AU-PROGRAM DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                WS-DETAIL-TEXT DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

          WRITE-TOTALS.
           MOVE "--- TOTALS ---" TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRAIL SPAN:               " DELIMITED BY SIZE
                WS-FIRST-STAMP DELIMITED BY SIZE
                " TO " DELIMITED BY SIZE
                WS-LAST-STAMP DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.
           MOVE WS-LINE-NO TO WS-COUNT-EDIT.
           MOVE "RECORDS READ:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-PRECHAIN-CNT TO WS-COUNT-EDIT.
           MOVE "PRE-CHAIN RECORDS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-NUMBERED-CNT TO WS-COUNT-EDIT.
           MOVE "NUMBERED RECORDS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           IF ARCHIVE-MODE
              MOVE WS-SEGMENT-CNT TO WS-COUNT-EDIT
              MOVE "MONTHLY CHAINS:" TO WS-DETAIL-TEXT
              PERFORM WRITE-TOTAL-LINE
           END-IF.
           MOVE WS-GAP-CNT TO WS-COUNT-EDIT.
           MOVE "SEQUENCE GAPS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-GAP-RECORDS TO WS-COUNT-EDIT.
           MOVE "  RECORDS MISSING:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-ORDER-CNT TO WS-COUNT-EDIT.
           MOVE "OUT OF ORDER:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-LINK-CNT TO WS-COUNT-EDIT.
           MOVE "BROKEN CHAIN LINKS:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE WS-UNSEQ-CNT TO WS-COUNT-EDIT.
           MOVE "UNNUMBERED IN CHAIN:" TO WS-DETAIL-TEXT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-LINE.
           MOVE WS-EXCEPTION-CNT TO WS-COUNT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-NUMBERED-CNT = 0
              MOVE "*** NO NUMBERED RECORDS - TRAIL NOT CERTIFIED ***"
                 TO WS-PRINT-LINE
           ELSE IF WS-EXCEPTION-CNT = 0
              MOVE "*** TRAIL CERTIFIED INTACT ***" TO WS-PRINT-LINE
           ELSE
              STRING "*** TRAIL NOT INTACT - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " EXCEPTION(S) ***" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
              END-STRING
           END-IF
           END-IF.
           PERFORM EMIT-LINE.

          WRITE-TOTAL-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING WS-DETAIL-TEXT (1:26) DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                INTO WS-PRINT-LINE
           END-STRING.
           PERFORM EMIT-LINE.

      * One audit line per run, written after the walk has closed
      * the trail being verified - it may be the live AUDITLOG.
          FINISH-RUN.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING WS-MODE-TOKEN DELIMITED BY SPACE
                " " DELIMITED BY SIZE
                WS-TRAIL-LABEL DELIMITED BY SPACE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           PERFORM WRITE-RUN-AUDIT.
           DISPLAY "AUDIT-VFY: " FUNCTION TRIM(WS-AUDIT-RESULT).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          WRITE-RUN-AUDIT.
           MOVE "AUDIT-VFY" TO WS-AUDIT-PROGRAM.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * The pending line is carried in WS-PRINT-LINE and only moved
      * into the FD record after the page-break check, because the
      * banner paragraphs write through AUDV-RPT-REC themselves and
      * would otherwise clobber the line waiting to go out.
          EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE, TRAILING).
           IF WS-PAGE-LINE-CNT >= WS-PAGE-SIZE
              PERFORM WRITE-REPORT-HEADER
           END-IF.
           MOVE WS-PRINT-LINE TO AUDV-RPT-REC.
           WRITE AUDV-RPT-REC.
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
           MOVE "AUDIT TRAIL INTEGRITY CHECK" TO WS-HDR-REC.
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
           STRING "SOURCE: AUDVIN (" DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRAIL-LABEL) DELIMITED BY SIZE
                ")  MODE: " DELIMITED BY SIZE
                WS-MODE-TOKEN DELIMITED BY SIZE
                INTO WS-HDR-REC
           END-STRING.
           PERFORM EMIT-HEADER-LINE.

           MOVE ALL "=" TO WS-HDR-REC.
           PERFORM EMIT-HEADER-LINE.

           MOVE 0 TO WS-PAGE-LINE-CNT.

          EMIT-HEADER-LINE.
           DISPLAY FUNCTION TRIM(WS-HDR-REC, TRAILING).
           MOVE WS-HDR-REC TO AUDV-RPT-REC.
           WRITE AUDV-RPT-REC.

          COPY AUDCHN.
