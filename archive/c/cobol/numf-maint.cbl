      * Three command-line modes:
      *   UNLOAD - sweeps the file in key order and writes every
      *            record to a flat sequential backup (NUMFBKP), the
      *            same way AUDITLOG is copied off at month end,
      *            closed by a cut-stamp trailer and matched by an
      *            "*UNLD*" marker on NUMFJRNL (see NUMFCUT.CPY);
      *   RELOAD - rebuilds the indexed file from scratch out of a
      *            NUMFBKP backup, which is also how the file gets
      *            reorganized after heavy update activity;
      *            malformed (parity not E/O/space, primality not
      *            P/C/space), so damage is found before the backup
      *            that would have preserved it is overwritten.
      * UNLOAD (which marks the journal) and RELOAD are refused under
      * a TEST run; VERIFY only reads, and runs either way.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMF-BKP-FILE ASSIGN TO "NUMFBKP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFBKP-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD NUMF-BKP-FILE.
          01 NUMF-BKP-REC            PIC X(304).

          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFBKP-STATUS       PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-CUT-STAMP            PIC X(14).
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
            03 WS-FLAT-FIBONACCI     PIC X(60).
            03 WS-FLAT-DIVCLASS      PIC X(1).
            03 WS-FLAT-COLLATZ       PIC X(60).
            03 WS-FLAT-GOLDBACH      PIC X(30).
            03 WS-FLAT-ALIQUOT       PIC X(60).

          01 WS-RECORD-COUNT         PIC 9(7) VALUE 0.
          01 WS-ERROR-COUNT          PIC 9(7) VALUE 0.

          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCUT.
          COPY RUNMODE.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           MOVE "NUMF-MAINT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN AND (CMD-ARGS (1:6) IS EQUAL TO "UNLOAD"
                 OR CMD-ARGS (1:6) IS EQUAL TO "RELOAD")
              PERFORM REFUSE-TEST-RUN
           END-IF.
           EVALUATE CMD-ARGS (1:6)
              WHEN "UNLOAD"
                 PERFORM UNLOAD-MODE

      * Sweeps the whole file in key order and copies every record,
      * laid flat, to the sequential backup.
      * The cut stamp is taken, and marked on the journal, before
      * the sweep starts: every update journaled ahead of the marker
      * is in this backup, and anything journaled during the sweep
      * lands after it and is replayed on top, which only sets the
      * same values again.
          UNLOAD-MODE.
           PERFORM OPEN-NUMFACTS-INPUT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:14) TO WS-CUT-STAMP.
           PERFORM WRITE-UNLOAD-MARKER.
           OPEN OUTPUT NUMF-BKP-FILE.
           PERFORM UNTIL END-OF-INPUT
              READ NUMFACTS-FILE NEXT RECORD
                    ADD 1 TO WS-RECORD-COUNT
              END-READ
           END-PERFORM.
           MOVE SPACES TO NUMF-BKP-TRAILER.
           MOVE "*BKP*" TO BT-TAG.
           MOVE WS-CUT-STAMP TO BT-CUT.
           MOVE WS-RECORD-COUNT TO BT-COUNT.
           MOVE SPACES TO NUMF-BKP-REC.
           MOVE NUMF-BKP-TRAILER TO NUMF-BKP-REC.
           WRITE NUMF-BKP-REC.
           CLOSE NUMFACTS-FILE NUMF-BKP-FILE.
           DISPLAY "Backup cut stamp: " WS-CUT-STAMP.
           MOVE "records unloaded" TO WS-MSG-LINE.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE RC-SUCCESS TO RETURN-CODE.
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "RELOAD denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           OPEN INPUT NUMF-BKP-FILE.

          RELOAD-ONE-RECORD.
           MOVE NUMF-BKP-REC TO WS-FLAT-REC.
           MOVE NUMF-BKP-REC TO NUMF-BKP-TRAILER.
           IF BT-IS-TRAILER
              DISPLAY "Backup cut stamp: " BT-CUT
              EXIT PARAGRAPH.
           IF WS-FLAT-KEY-VALUE IS NOT NUMERIC
                 OR (WS-FLAT-KEY-SIGN IS NOT EQUAL TO "+" AND "-")
              ADD 1 TO WS-ERROR-COUNT
                 FUNCTION TRIM(WS-KEY-EDIT) ": " NF-DIVCLASS
           END-IF.

      * The "*UNLD*" marker ties the journal to this backup's cut
      * so NUMF-COMPACT can later find exactly where the backup's
      * coverage ends. A job step without a journal DD still gets
      * its backup; that backup simply cannot anchor a compaction.
          WRITE-UNLOAD-MARKER.
           OPEN EXTEND NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Warning: no journal to mark - this backup"
                 " cannot anchor a journal compaction"
              EXIT PARAGRAPH.
           MOVE SPACES TO NUMF-JRNL-REC.
           MOVE SPACES TO NUMF-JRNL-MARKER.
           MOVE WS-CUT-STAMP TO JM-TIMESTAMP.
           MOVE "*UNLD*" TO JM-TAG.
           MOVE WS-CUT-STAMP TO JM-CUT.
           MOVE "NUMF-MAINT UNLOAD STARTED - BACKUP CUT HERE"
              TO JM-TEXT.
           WRITE NUMF-JRNL-MARKER.
           CLOSE NUMF-JRNL-FILE.

          OPEN-NUMFACTS-INPUT.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00" THEN
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * A TEST run (NUMMODE, see RUNMODE.CPY) must leave the
      * production master and journal alone, and an unload or
      * reload has no shadow to go to, so it is refused outright
      * with one audit line.
          REFUSE-TEST-RUN.
           DISPLAY "NUMF-MAINT: refused under a TEST run - it"
              " would replace the production master".
           MOVE "NUMF-MAINT" TO WS-AUDIT-PROGRAM.
           MOVE "REFUSED, TEST RUN" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.
