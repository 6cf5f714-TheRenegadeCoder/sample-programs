        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRAIL-RETAIN.

      * Retention manager for the trails that otherwise only ever
      * grow: RUNSTATS, ALERTHST, NUMFEXCP, the archived AUDITLOG
      * generations MONTHEND's ARCHSTEP cuts, and the EDITREJ reject
      * generations. The command line names the trail (RUNSTATS,
      * ALERTHST, NUMFEXCP, AUDITARC or EDITREJ), optionally
      * followed by a label for the report - the four EDITREJ
      * streams share one retention rule but are aged one at a time
      * (EDITREJ FACTORIAL, EDITREJ EVEN-ODD, ...).
      *
      * How long the trail is kept is not compiled in: the RETNCTL
      * control member carries one line per trail (see RETNREC.CPY)
      * with its live and its archive retention in days. TRAILIN is
      * the live trail and ARCHIN the trail's latest archive
      * generation. Every live record dated before the live cutoff
      * is moved off to ARCHOUT, the rest copied to TRAILOUT; every
      * archive record dated before the archive cutoff is purged,
      * the rest carried into ARCHOUT ahead of the newly aged ones,
      * so each archive generation is complete on its own. Records
      * whose date field does not read as a date are never aged off
      * - they stay live and are counted. What moved is written to
      * RETNRPT (appended, one block per trail) and to the console.
      *
      * A trail with no rule in RETNCTL, or no live trail to read,
      * is refused with RETURN-CODE 4 and nothing is written; the
      * job stream copies TRAILOUT and ARCHOUT into place only on
      * RETURN-CODE 0. A TEST run (NUMMODE, see RUNMODE.CPY) is
      * refused the same way, so it never replaces a live trail.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT RETN-CTL-FILE ASSIGN TO "RETNCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETNCTL-STATUS.
          SELECT TRAIL-IN-FILE ASSIGN TO "TRAILIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAILIN-STATUS.
          SELECT ARCH-IN-FILE ASSIGN TO "ARCHIN"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHIN-STATUS.
          SELECT TRAIL-OUT-FILE ASSIGN TO "TRAILOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAILOUT-STATUS.
          SELECT ARCH-OUT-FILE ASSIGN TO "ARCHOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCHOUT-STATUS.
          SELECT RETN-RPT-FILE ASSIGN TO "RETNRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETNRPT-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD RETN-CTL-FILE.
          COPY RETNREC.

      * The trail records are carried through untouched; the areas
      * are wide enough for the longest trail (NUMFEXCP, 185 bytes).
          FD TRAIL-IN-FILE.
          01 TRAIL-IN-REC            PIC X(200).

          FD ARCH-IN-FILE.
          01 ARCH-IN-REC             PIC X(200).

          FD TRAIL-OUT-FILE.
          01 TRAIL-OUT-REC           PIC X(200).

          FD ARCH-OUT-FILE.
          01 ARCH-OUT-REC            PIC X(200).

          FD RETN-RPT-FILE.
          01 RETN-RPT-REC            PIC X(80).

        WORKING-STORAGE SECTION.
          01 CMD-ARGS                PIC X(38).
          01 WS-RETNCTL-STATUS       PIC XX.
          01 WS-TRAILIN-STATUS       PIC XX.
          01 WS-ARCHIN-STATUS        PIC XX.
          01 WS-TRAILOUT-STATUS      PIC XX.
          01 WS-ARCHOUT-STATUS       PIC XX.
          01 WS-RETNRPT-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-TODAY                PIC X(8).
          01 WS-TODAY-NUM            PIC 9(8).
          01 WS-TRAIL-NAME           PIC X(8).
          01 WS-TRAIL-LABEL          PIC X(12).

      * One slot per trail this program knows how to age: its
      * RETNCTL name and where the record's YYYYMMDD date sits -
      * RS-START on RUNSTATS, AH-DATE on ALERTHST, EX-TIMESTAMP on
      * NUMFEXCP, AU-TIMESTAMP on an archived AUDITLOG generation,
      * and the run date PRE-EDIT writes after the rejected value
      * on EDITREJ.
          01 WS-TRAIL-TABLE.
            03 WS-TRAIL-ENTRY OCCURS 5 TIMES.
              05 WS-TRL-NAME         PIC X(8).
              05 WS-TRL-DATE-POS     PIC 9(3).
          01 WS-TRAIL-IDX            PIC 9.
          01 WS-DATE-POS             PIC 9(3).
          01 WS-REC-DATE             PIC X(8).

      * The rule as read from RETNCTL, and the cutoff dates it gives
      * against today; a zero-day rule leaves its cutoff at LOW-
      * VALUES so nothing dates before it.
          01 WS-RULE-FOUND-SW        PIC X VALUE "N".
            88 RULE-FOUND                VALUE "Y".
          01 WS-LIVE-DAYS            PIC 9(5) VALUE 0.
          01 WS-ARCH-DAYS            PIC 9(5) VALUE 0.
          01 WS-CUTOFF-NUM           PIC 9(8).
          01 WS-LIVE-CUTOFF          PIC X(8) VALUE LOW-VALUES.
          01 WS-ARCH-CUTOFF          PIC X(8) VALUE LOW-VALUES.

          01 WS-LIVE-READ            PIC 9(9) VALUE 0.
          01 WS-LIVE-KEPT            PIC 9(9) VALUE 0.
          01 WS-LIVE-MOVED           PIC 9(9) VALUE 0.
          01 WS-LIVE-UNDATED         PIC 9(9) VALUE 0.
          01 WS-ARCH-READ            PIC 9(9) VALUE 0.
          01 WS-ARCH-KEPT            PIC 9(9) VALUE 0.
          01 WS-ARCH-PURGED          PIC 9(9) VALUE 0.
          01 WS-FIRST-MOVED          PIC X(8) VALUE HIGH-VALUES.
          01 WS-LAST-MOVED           PIC X(8) VALUE LOW-VALUES.

          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-COUNT-EDIT3          PIC Z(8)9.
          01 WS-COUNT-EDIT4          PIC Z(8)9.
          01 WS-DAYS-EDIT            PIC Z(4)9.
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-REFUSAL              PIC X(30) VALUE SPACES.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

          COPY AUDCOM.
          COPY RETCODE.
          COPY RUNMODE.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           MOVE SPACES TO WS-TRAIL-NAME WS-TRAIL-LABEL.
           UNSTRING CMD-ARGS DELIMITED BY ALL SPACE
              INTO WS-TRAIL-NAME WS-TRAIL-LABEL
           END-UNSTRING.
           IF WS-TRAIL-LABEL IS EQUAL TO SPACES
              MOVE WS-TRAIL-NAME TO WS-TRAIL-LABEL
           END-IF.
           PERFORM LOAD-TRAIL-TABLE.
           PERFORM FIND-TRAIL.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF WS-REFUSAL IS EQUAL TO SPACES AND TEST-RUN
              MOVE "TEST RUN" TO WS-REFUSAL
           END-IF.
           IF WS-REFUSAL IS EQUAL TO SPACES
              PERFORM READ-RETENTION-RULE
           END-IF.
           IF WS-REFUSAL IS EQUAL TO SPACES
              OPEN INPUT TRAIL-IN-FILE
              IF WS-TRAILIN-STATUS IS NOT EQUAL TO "00"
                 MOVE "NO LIVE TRAIL TO AGE" TO WS-REFUSAL
              END-IF
           END-IF.
           IF WS-REFUSAL IS EQUAL TO SPACES
              PERFORM SET-CUTOFFS
              PERFORM AGE-ARCHIVE
              PERFORM AGE-LIVE-TRAIL
              MOVE RC-SUCCESS TO WS-FINAL-RC
           ELSE
              DISPLAY "TRAIL-RETAIN: " FUNCTION TRIM(WS-TRAIL-LABEL)
                 " refused - " FUNCTION TRIM(WS-REFUSAL)
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           END-IF.
           PERFORM WRITE-RETENTION-REPORT.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

          LOAD-TRAIL-TABLE.
           MOVE "RUNSTATS" TO WS-TRL-NAME (1).
           MOVE 14 TO WS-TRL-DATE-POS (1).
           MOVE "ALERTHST" TO WS-TRL-NAME (2).
           MOVE 14 TO WS-TRL-DATE-POS (2).
           MOVE "NUMFEXCP" TO WS-TRL-NAME (3).
           MOVE 1 TO WS-TRL-DATE-POS (3).
           MOVE "AUDITARC" TO WS-TRL-NAME (4).
           MOVE 1 TO WS-TRL-DATE-POS (4).
           MOVE "EDITREJ " TO WS-TRL-NAME (5).
           MOVE 13 TO WS-TRL-DATE-POS (5).

          FIND-TRAIL.
           MOVE 0 TO WS-DATE-POS.
           PERFORM VARYING WS-TRAIL-IDX FROM 1 BY 1
                    UNTIL WS-TRAIL-IDX > 5
              IF WS-TRL-NAME (WS-TRAIL-IDX) IS EQUAL TO WS-TRAIL-NAME
                 MOVE WS-TRL-DATE-POS (WS-TRAIL-IDX) TO WS-DATE-POS
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-DATE-POS IS EQUAL TO 0
              DISPLAY "Usage: trail-retain RUNSTATS | ALERTHST"
                 " | NUMFEXCP | AUDITARC | EDITREJ [label]"
              MOVE "UNKNOWN TRAIL NAME" TO WS-REFUSAL
           END-IF.

      * The last RETNCTL line for the trail wins, so a correction
      * can be appended to the member without editing the old line.
          READ-RETENTION-RULE.
           OPEN INPUT RETN-CTL-FILE.
           IF WS-RETNCTL-STATUS IS NOT EQUAL TO "00"
              MOVE "NO RETENTION CONTROL FILE" TO WS-REFUSAL
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ RETN-CTL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM CHECK-ONE-RULE
              END-READ
           END-PERFORM.
           CLOSE RETN-CTL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF NOT RULE-FOUND
              MOVE "NO RETENTION RULE FOR TRAIL" TO WS-REFUSAL
           END-IF.

          CHECK-ONE-RULE.
           IF RETN-CTL-REC IS EQUAL TO SPACES
                 OR RETN-CTL-REC (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH.
           IF RT-TRAIL IS NOT EQUAL TO WS-TRAIL-NAME
              EXIT PARAGRAPH.
           IF RT-LIVE-DAYS IS NOT NUMERIC
                 OR RT-ARCH-DAYS IS NOT NUMERIC
              DISPLAY "TRAIL-RETAIN: unreadable RETNCTL line for "
                 FUNCTION TRIM(WS-TRAIL-NAME) " ignored"
              EXIT PARAGRAPH.
           MOVE RT-LIVE-DAYS TO WS-LIVE-DAYS.
           MOVE RT-ARCH-DAYS TO WS-ARCH-DAYS.
           MOVE "Y" TO WS-RULE-FOUND-SW.

          SET-CUTOFFS.
           IF WS-LIVE-DAYS > 0
              COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - WS-LIVE-DAYS)
              MOVE WS-CUTOFF-NUM TO WS-LIVE-CUTOFF
           END-IF.
           IF WS-ARCH-DAYS > 0
              COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - WS-ARCH-DAYS)
              MOVE WS-CUTOFF-NUM TO WS-ARCH-CUTOFF
           END-IF.

      * The prior archive generation first: what is still inside the
      * archive retention carries forward, the rest is purged. No
      * archive yet (first run for the trail) is not an error.
          AGE-ARCHIVE.
           OPEN OUTPUT ARCH-OUT-FILE.
           OPEN INPUT ARCH-IN-FILE.
           IF WS-ARCHIN-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ ARCH-IN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM AGE-ONE-ARCHIVE-RECORD
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          AGE-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCH-READ.
           MOVE ARCH-IN-REC (WS-DATE-POS:8) TO WS-REC-DATE.
           IF WS-REC-DATE IS NUMERIC
                 AND WS-REC-DATE < WS-ARCH-CUTOFF
              ADD 1 TO WS-ARCH-PURGED
           ELSE
              MOVE ARCH-IN-REC TO ARCH-OUT-REC
              WRITE ARCH-OUT-REC
              ADD 1 TO WS-ARCH-KEPT
           END-IF.

          AGE-LIVE-TRAIL.
           OPEN OUTPUT TRAIL-OUT-FILE.
           PERFORM UNTIL END-OF-INPUT
              READ TRAIL-IN-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM AGE-ONE-LIVE-RECORD
              END-READ
           END-PERFORM.
           CLOSE TRAIL-IN-FILE TRAIL-OUT-FILE ARCH-OUT-FILE.

          AGE-ONE-LIVE-RECORD.
           ADD 1 TO WS-LIVE-READ.
           MOVE TRAIL-IN-REC (WS-DATE-POS:8) TO WS-REC-DATE.
           IF WS-REC-DATE IS NOT NUMERIC
              ADD 1 TO WS-LIVE-UNDATED
              MOVE TRAIL-IN-REC TO TRAIL-OUT-REC
              WRITE TRAIL-OUT-REC
              ADD 1 TO WS-LIVE-KEPT
           ELSE IF WS-REC-DATE < WS-LIVE-CUTOFF
              MOVE TRAIL-IN-REC TO ARCH-OUT-REC
              WRITE ARCH-OUT-REC
              ADD 1 TO WS-LIVE-MOVED
              IF WS-REC-DATE < WS-FIRST-MOVED
                 MOVE WS-REC-DATE TO WS-FIRST-MOVED
              END-IF
              IF WS-REC-DATE > WS-LAST-MOVED
                 MOVE WS-REC-DATE TO WS-LAST-MOVED
              END-IF
           ELSE
              MOVE TRAIL-IN-REC TO TRAIL-OUT-REC
              WRITE TRAIL-OUT-REC
              ADD 1 TO WS-LIVE-KEPT
           END-IF.

      * One block per trail on RETNRPT, appended so a whole retention
      * run's trails read as one report; created on first use the
      * same way AUDIT-LOG creates AUDITLOG.
          WRITE-RETENTION-REPORT.
           OPEN EXTEND RETN-RPT-FILE.
           IF WS-RETNRPT-STATUS IS EQUAL TO "05" OR "35" THEN
              OPEN OUTPUT RETN-RPT-FILE
              CLOSE RETN-RPT-FILE
              OPEN EXTEND RETN-RPT-FILE
           END-IF.
           MOVE SPACES TO RETN-RPT-REC.
           STRING "TRAIL RETENTION - " DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRAIL-LABEL) DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRAIL-NAME) DELIMITED BY SIZE
                ") RUN " DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                INTO RETN-RPT-REC
           END-STRING.
           PERFORM REPORT-LINE.
           IF WS-FINAL-RC IS NOT EQUAL TO RC-SUCCESS
              MOVE SPACES TO RETN-RPT-REC
              STRING "  REFUSED - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REFUSAL) DELIMITED BY SIZE
                   INTO RETN-RPT-REC
              END-STRING
              PERFORM REPORT-LINE
              CLOSE RETN-RPT-FILE
              EXIT PARAGRAPH.

           MOVE SPACES TO RETN-RPT-REC.
           IF WS-LIVE-DAYS IS EQUAL TO 0
              MOVE "  LIVE: NO LIMIT, NOTHING AGED OFF" TO RETN-RPT-REC
           ELSE
              MOVE WS-LIVE-DAYS TO WS-DAYS-EDIT
              STRING "  LIVE: KEPT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                   " DAYS, CUTOFF " DELIMITED BY SIZE
                   WS-LIVE-CUTOFF DELIMITED BY SIZE
                   INTO RETN-RPT-REC
              END-STRING
           END-IF.
           PERFORM REPORT-LINE.
           MOVE SPACES TO RETN-RPT-REC.
           MOVE 1 TO WS-LINE-PTR.
           MOVE WS-LIVE-READ TO WS-COUNT-EDIT.
           MOVE WS-LIVE-KEPT TO WS-COUNT-EDIT2.
           MOVE WS-LIVE-MOVED TO WS-COUNT-EDIT3.
           MOVE WS-LIVE-UNDATED TO WS-COUNT-EDIT4.
           STRING "    READ=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " KEPT=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " MOVED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                " UNDATED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT4) DELIMITED BY SIZE
                INTO RETN-RPT-REC
                WITH POINTER WS-LINE-PTR
           END-STRING.
           PERFORM REPORT-LINE.
           IF WS-LIVE-MOVED > 0
              MOVE SPACES TO RETN-RPT-REC
              STRING "    MOVED RECORDS DATED " DELIMITED BY SIZE
                   WS-FIRST-MOVED DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   WS-LAST-MOVED DELIMITED BY SIZE
                   INTO RETN-RPT-REC
              END-STRING
              PERFORM REPORT-LINE
           END-IF.

           MOVE SPACES TO RETN-RPT-REC.
           IF WS-ARCH-DAYS IS EQUAL TO 0
              MOVE "  ARCHIVE: NO LIMIT, NOTHING PURGED"
                 TO RETN-RPT-REC
           ELSE
              MOVE WS-ARCH-DAYS TO WS-DAYS-EDIT
              STRING "  ARCHIVE: KEPT " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
                   " DAYS, CUTOFF " DELIMITED BY SIZE
                   WS-ARCH-CUTOFF DELIMITED BY SIZE
                   INTO RETN-RPT-REC
              END-STRING
           END-IF.
           PERFORM REPORT-LINE.
           MOVE SPACES TO RETN-RPT-REC.
           MOVE WS-ARCH-READ TO WS-COUNT-EDIT.
           MOVE WS-ARCH-KEPT TO WS-COUNT-EDIT2.
           MOVE WS-ARCH-PURGED TO WS-COUNT-EDIT3.
           STRING "    READ=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " KEPT=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                " PURGED=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-COUNT-EDIT3) DELIMITED BY SIZE
                INTO RETN-RPT-REC
           END-STRING.
           PERFORM REPORT-LINE.
           CLOSE RETN-RPT-FILE.

          REPORT-LINE.
           DISPLAY FUNCTION TRIM(RETN-RPT-REC).
           WRITE RETN-RPT-REC.

      * One audit line per trail aged, refused or not.
          WRITE-RUN-SUMMARY.
           MOVE "TRAIL-RETAIN" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING FUNCTION TRIM(WS-TRAIL-NAME) DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FUNCTION TRIM(WS-TRAIL-LABEL) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-FINAL-RC IS EQUAL TO RC-SUCCESS
              MOVE WS-LIVE-MOVED TO WS-COUNT-EDIT
              MOVE WS-ARCH-PURGED TO WS-COUNT-EDIT2
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " MOVED, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " PURGED" DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
           ELSE
              MOVE WS-REFUSAL TO WS-AUDIT-RESULT
           END-IF.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
