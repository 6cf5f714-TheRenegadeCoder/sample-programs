      * prefix purely to save elapsed time when the journal is long.
      * The live master and the journal are only ever read; the
      * rebuild happens entirely in the scratch file.
      *
      * Once NUMF-COMPACT has cut the journal back to a certified
      * backup, the journal opens with a "*CMPT*" marker naming that
      * backup's cut, and only the tail since the cut is on hand. A
      * backup cut at or after that point still rebuilds in full; an
      * older one cannot (the entries in between are archived), and
      * the drill says so rather than report phantom differences.
      * The report ends with a "*DRILL*" control line naming the
      * backup cut drilled and the return code, which is what
      * NUMF-COMPACT checks before it will compact (NUMFCUT.CPY).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            03 SCR-FIBONACCI         PIC X(60).
            03 SCR-DIVCLASS          PIC X(1).
            03 SCR-COLLATZ           PIC X(60).
            03 SCR-GOLDBACH          PIC X(30).
            03 SCR-ALIQUOT           PIC X(60).

          FD NUMF-BKP-FILE.
          01 NUMF-BKP-REC            PIC X(304).

          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.
            88 END-OF-SCRATCH            VALUE "Y".
          01 WS-LIVE-CUR-KEY         PIC X(31).
          01 WS-SCR-CUR-KEY          PIC X(31).
          01 WS-LIVE-IMAGE           PIC X(304).
          01 WS-SCR-IMAGE            PIC X(304).
          01 WS-KEY-MAXED            PIC X(31) VALUE HIGH-VALUES.

          01 WS-MATCH-COUNT          PIC 9(7) VALUE 0.
          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-RPT-TEXT             PIC X(60).

      * Cut stamp off the backup's trailer (spaces for a backup cut
      * before the stamp existed) and the cut the journal continues
      * from when it has been compacted (spaces when it has not).
          01 WS-BKP-CUT              PIC X(14) VALUE SPACES.
          01 WS-JRNL-BASE-CUT        PIC X(14) VALUE SPACES.
          01 WS-MARKER-COUNT         PIC 9(7) VALUE 0.
          01 WS-BASE-GAP-SW          PIC X VALUE "N".
            88 BACKUP-PREDATES-JOURNAL   VALUE "Y".
          01 WS-DRILL-RC             PIC 9(4) VALUE 0.

          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCUT.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           END-IF.
           PERFORM LOAD-SCRATCH-FROM-BACKUP.
           PERFORM REPLAY-JOURNAL-ON-SCRATCH.
           PERFORM CHECK-JOURNAL-BASE.
           PERFORM COMPARE-SCRATCH-TO-LIVE.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-DRILL-RC TO RETURN-CODE.
           STOP RUN.

      * The backup is the flat image NUMF-MAINT's UNLOAD cut, so
              READ NUMF-BKP-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE NUMF-BKP-REC TO NUMF-BKP-TRAILER
                    IF BT-IS-TRAILER
                       MOVE BT-CUT TO WS-BKP-CUT
                    ELSE
                       MOVE NUMF-BKP-REC TO NUMF-SCR-REC
                       WRITE NUMF-SCR-REC
                          INVALID KEY ADD 1 TO WS-SKIPPED-COUNT
                          NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NUMF-BKP-FILE NUMF-SCR-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

          REPLAY-ONE-ENTRY.
           IF JR-IS-MARKER
              ADD 1 TO WS-MARKER-COUNT
              IF JM-COMPACT-MARKER
                 MOVE JM-CUT TO WS-JRNL-BASE-CUT
              END-IF
              EXIT PARAGRAPH.
           IF WS-SINCE-LEN > 0
                 AND JR-TIMESTAMP (1:WS-SINCE-LEN) <
                    WS-SINCE-FILTER (1:WS-SINCE-LEN)
           IF JR-KEY-VALUE IS NOT NUMERIC
                 OR (JR-KEY-SIGN IS NOT EQUAL TO "+" AND "-")
                 OR (JR-FIELD IS NOT EQUAL TO "E" AND "R" AND "F"
                    AND "B" AND "D" AND "C" AND "G" AND "A")
              ADD 1 TO WS-SKIPPED-COUNT
              EXIT PARAGRAPH.
           MOVE "N" TO WS-NEW-RECORD-SWITCH.
                 MOVE "Y" TO WS-NEW-RECORD-SWITCH
                 MOVE SPACES TO SCR-PARITY SCR-PRIMALITY
                    SCR-FACTORIAL SCR-FIBONACCI SCR-DIVCLASS
                    SCR-COLLATZ SCR-GOLDBACH SCR-ALIQUOT
           END-READ.
           EVALUATE JR-FIELD
              WHEN "E"
                 MOVE JR-VALUE (1:1) TO SCR-DIVCLASS
              WHEN "C"
                 MOVE JR-VALUE TO SCR-COLLATZ
              WHEN "G"
                 MOVE JR-VALUE (1:30) TO SCR-GOLDBACH
              WHEN "A"
                 MOVE JR-VALUE TO SCR-ALIQUOT
           END-EVALUATE.
           MOVE JR-KEY TO SCR-KEY.
           IF DRILL-IS-NEW-RECORD
           END-IF.
           ADD 1 TO WS-REPLAYED-COUNT.

      * A compacted journal only reaches back to its base cut; a
      * backup cut before that cannot be brought forward from it.
          CHECK-JOURNAL-BASE.
           IF WS-JRNL-BASE-CUT IS NOT EQUAL TO SPACES
                 AND (WS-BKP-CUT IS EQUAL TO SPACES
                    OR WS-BKP-CUT < WS-JRNL-BASE-CUT)
              MOVE "Y" TO WS-BASE-GAP-SW
           END-IF.

          COMPARE-SCRATCH-TO-LIVE.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00" THEN
           OPEN OUTPUT DRILL-RPT-FILE.
           MOVE "NUMFACTS RECOVERY DRILL" TO WS-RPT-TEXT.
           PERFORM REPORT-LINE.
           MOVE SPACES TO WS-RPT-TEXT.
           IF WS-BKP-CUT IS EQUAL TO SPACES
              MOVE "BACKUP CUT: NOT STAMPED" TO WS-RPT-TEXT
           ELSE
              STRING "BACKUP CUT: " DELIMITED BY SIZE
                   WS-BKP-CUT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
           END-IF.
           PERFORM REPORT-LINE.
           IF WS-JRNL-BASE-CUT IS NOT EQUAL TO SPACES
              MOVE SPACES TO WS-RPT-TEXT
              STRING "JOURNAL COMPACTED TO BACKUP CUT: "
                      DELIMITED BY SIZE
                   WS-JRNL-BASE-CUT DELIMITED BY SIZE
                   INTO WS-RPT-TEXT
              END-STRING
              PERFORM REPORT-LINE
           END-IF.
           IF BACKUP-PREDATES-JOURNAL
              MOVE "BACKUP IS OLDER THAN THE COMPACTED JOURNAL'S BASE"
                 TO WS-RPT-TEXT
              PERFORM REPORT-LINE
              MOVE "- ENTRIES IN BETWEEN ARE ARCHIVED, CANNOT REBUILD"
                 TO WS-RPT-TEXT
              PERFORM REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO NF-KEY.
           START NUMFACTS-FILE KEY IS NOT LESS THAN NF-KEY
              INVALID KEY MOVE "Y" TO WS-LIVE-EOF-SWITCH
              UNTIL WS-LIVE-CUR-KEY IS EQUAL TO WS-KEY-MAXED
                 AND WS-SCR-CUR-KEY IS EQUAL TO WS-KEY-MAXED.
           PERFORM WRITE-TOTALS.
           PERFORM WRITE-DRILL-CONTROL.
           CLOSE NUMFACTS-FILE NUMF-SCR-FILE DRILL-RPT-FILE.

          COMPARE-ONE-KEY.
           IF WS-DIFFER-COUNT IS EQUAL TO 0
                 AND WS-LIVE-ONLY-COUNT IS EQUAL TO 0
                 AND WS-SCR-ONLY-COUNT IS EQUAL TO 0
                 AND NOT BACKUP-PREDATES-JOURNAL
              MOVE RC-SUCCESS TO WS-DRILL-RC
              MOVE "BACKUP CERTIFIED RESTORABLE" TO WS-RPT-TEXT
           ELSE
              MOVE RC-PARTIAL-BATCH TO WS-DRILL-RC
              MOVE "BACKUP NOT CERTIFIED - DIFFERENCES FOUND"
                 TO WS-RPT-TEXT
           END-IF.
           PERFORM REPORT-LINE.

      * The control line always closes the report, certified or
      * not, so NUMF-COMPACT reads the verdict and the backup it
      * belongs to off the report instead of trusting a step RC.
          WRITE-DRILL-CONTROL.
           MOVE SPACES TO DRILL-CTL-REC.
           MOVE "*DRILL*" TO DC-TAG.
           IF WS-BKP-CUT IS EQUAL TO SPACES
              MOVE "NONE" TO DC-CUT
           ELSE
              MOVE WS-BKP-CUT TO DC-CUT
           END-IF.
           MOVE WS-DRILL-RC TO DC-RC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO DC-DATE.
           MOVE SPACES TO DRILL-RPT-REC.
           MOVE DRILL-CTL-REC TO DRILL-RPT-REC.
           WRITE DRILL-RPT-REC.

          REPORT-LINE.
           MOVE SPACES TO DRILL-RPT-REC.
           MOVE WS-RPT-TEXT TO DRILL-RPT-REC.
           MOVE "NUMF-DRILL" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-DRILL-RC IS NOT EQUAL TO RC-SUCCESS
              MOVE "BACKUP NOT CERTIFIED" TO WS-AUDIT-RESULT
              MOVE RC-PARTIAL-BATCH TO WS-AUDIT-RC
           ELSE
