      * logic per entry is the same single-field update NUMFACT
      * itself performs; the journal is deliberately not written to
      * here, or a recovery run would double every entry it replays.
      *
      * A journal NUMF-COMPACT has cut back opens with a "*CMPT*"
      * marker naming the backup cut it continues from; the entries
      * before that cut are in the journal archive, not here. The
      * rebuild then starts from that backup (NUMFBKP) instead of
      * from empty and replays only the tail - and refuses, before
      * the master is touched, when the backup on NUMFBKP is missing
      * or older than the cut the journal continues from.
      *
      * A rebuild replaces the master outright, so it is refused
      * under a TEST run (NUMMODE, see RUNMODE.CPY); and an entry a
      * TEST run wrote is never replayed into the master, should a
      * shadow journal ever be concatenated in by mistake.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT NUMF-BKP-FILE ASSIGN TO "NUMFBKP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFBKP-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMFACTS-FILE.
          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

          FD NUMF-BKP-FILE.
          01 NUMF-BKP-REC            PIC X(304).

        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-REPLAYED-COUNT       PIC 9(7) VALUE 0.
          01 WS-SKIPPED-COUNT        PIC 9(7) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.
          01 WS-NUMFBKP-STATUS       PIC XX.
          01 WS-JRNL-BASE-CUT        PIC X(14) VALUE SPACES.
          01 WS-BKP-CUT              PIC X(14) VALUE SPACES.
          01 WS-LOADED-COUNT         PIC 9(7) VALUE 0.

          01 WS-AUTH-MODE            PIC X(10).
          01 WS-AUTH-DECISION        PIC X(1).

          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCUT.
          COPY RUNMODE.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              PERFORM REFUSE-TEST-RUN
           END-IF.

      * The rebuild discards whatever is left of the live master,
      * so the whole program is behind the shared operator gate:
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "Recovery denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           OPEN INPUT NUMF-JRNL-FILE.
              DISPLAY "No journal file to recover from."
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           READ NUMF-JRNL-FILE
              AT END CONTINUE
              NOT AT END
                 IF JR-IS-MARKER AND JM-COMPACT-MARKER
                    MOVE JM-CUT TO WS-JRNL-BASE-CUT
                 END-IF
           END-READ.
           CLOSE NUMF-JRNL-FILE.
           IF WS-JRNL-BASE-CUT IS NOT EQUAL TO SPACES
              PERFORM CHECK-BASE-BACKUP
           END-IF.

      * The rebuild starts from empty on purpose: whatever is left
      * of the damaged file is discarded, and the journal - the one
      * complete record of every update - becomes the file again.
      * For a compacted journal the certified backup it continues
      * from goes in first and the journal tail is replayed on top.
           OPEN OUTPUT NUMFACTS-FILE.
           CLOSE NUMFACTS-FILE.
           OPEN I-O NUMFACTS-FILE.
           IF WS-JRNL-BASE-CUT IS NOT EQUAL TO SPACES
              PERFORM LOAD-BASE-BACKUP
           END-IF.
           OPEN INPUT NUMF-JRNL-FILE.

           PERFORM UNTIL END-OF-JOURNAL
              READ NUMF-JRNL-FILE
      * entry carries, write it back. An entry whose key or field
      * code is unreadable is counted and skipped rather than
      * stopping the rebuild partway through the journal.
      * The compacted journal's base cut has to be covered by the
      * backup on NUMFBKP: the backup's own trailer stamp must be at
      * or after it, or the entries in between are nowhere to be
      * replayed from. Checked in full before the master is emptied.
          CHECK-BASE-BACKUP.
           OPEN INPUT NUMF-BKP-FILE.
           IF WS-NUMFBKP-STATUS IS NOT EQUAL TO "00"
              DISPLAY "Journal continues from backup cut "
                 WS-JRNL-BASE-CUT
              DISPLAY "Recovery refused - supply that backup (or a"
                 " later one) on NUMFBKP"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           PERFORM UNTIL END-OF-JOURNAL
              READ NUMF-BKP-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE NUMF-BKP-REC TO NUMF-BKP-TRAILER
                    IF BT-IS-TRAILER
                       MOVE BT-CUT TO WS-BKP-CUT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NUMF-BKP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-BKP-CUT IS EQUAL TO SPACES
                 OR WS-BKP-CUT < WS-JRNL-BASE-CUT
              DISPLAY "Journal continues from backup cut "
                 WS-JRNL-BASE-CUT
              DISPLAY "NUMFBKP backup cut is " WS-BKP-CUT
                 " - too old to carry the journal tail"
              DISPLAY "Recovery refused - the master is untouched"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

      * The backup is the flat image NUMF-MAINT's UNLOAD cut, so
      * each record goes straight back in, the same way RELOAD
      * rebuilds the master; the cut-stamp trailer is not a record.
          LOAD-BASE-BACKUP.
           OPEN INPUT NUMF-BKP-FILE.
           PERFORM UNTIL END-OF-JOURNAL
              READ NUMF-BKP-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    MOVE NUMF-BKP-REC TO NUMF-BKP-TRAILER
                    IF NOT BT-IS-TRAILER
                       MOVE NUMF-BKP-REC TO NUMFACTS-REC
                       WRITE NUMFACTS-REC
                          INVALID KEY ADD 1 TO WS-SKIPPED-COUNT
                          NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NUMF-BKP-FILE.
           MOVE "N" TO WS-EOF-SWITCH.

      * Markers ("*UNLD*", "*CMPT*") are journal control lines, not
      * updates, and are passed over without being counted; so are
      * test entries, which were never production updates.
          REPLAY-ONE-ENTRY.
           IF JR-IS-MARKER OR JR-TEST-RECORD
              EXIT PARAGRAPH.
           IF JR-KEY-VALUE IS NOT NUMERIC
                 OR (JR-KEY-SIGN IS NOT EQUAL TO "+" AND "-")
                 OR (JR-FIELD IS NOT EQUAL TO "E" AND "R" AND "F"
                    AND "B" AND "D" AND "C" AND "G" AND "A")
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY "Skipped unreadable journal entry: "
                 NUMF-JRNL-REC (1:49)
                    MOVE "Y" TO WS-NEW-RECORD-SWITCH
                    MOVE SPACES TO NF-PARITY NF-PRIMALITY
                       NF-FACTORIAL NF-FIBONACCI NF-DIVCLASS
                       NF-COLLATZ NF-GOLDBACH NF-ALIQUOT
              END-READ
              EVALUATE JR-FIELD
                 WHEN "E"
                    MOVE JR-VALUE (1:1) TO NF-DIVCLASS
                 WHEN "C"
                    MOVE JR-VALUE TO NF-COLLATZ
                 WHEN "G"
                    MOVE JR-VALUE (1:30) TO NF-GOLDBACH
                 WHEN "A"
                    MOVE JR-VALUE TO NF-ALIQUOT
              END-EVALUATE
              MOVE JR-KEY TO NF-KEY
              IF RECOVER-IS-NEW-RECORD
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Journal entries skipped:  "
              FUNCTION TRIM(WS-COUNT-EDIT).
           IF WS-JRNL-BASE-CUT IS NOT EQUAL TO SPACES
              MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
              DISPLAY "Backup records loaded:    "
                 FUNCTION TRIM(WS-COUNT-EDIT)
                 " (backup cut " WS-BKP-CUT ")"
           END-IF.
           MOVE "NUMF-RECOVER" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-EDIT.
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * A TEST run (NUMMODE, see RUNMODE.CPY) must leave the
      * production master alone, and a rebuild has no shadow to
      * go to, so it is refused outright with one audit line.
          REFUSE-TEST-RUN.
           DISPLAY "NUMF-RECOVER: refused under a TEST run - it"
              " would replace the production master".
           MOVE "NUMF-RECOVER" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           MOVE "REFUSED, TEST RUN" TO WS-AUDIT-RESULT.
           MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
           MOVE RC-VALIDATION-ERROR TO RETURN-CODE.
           STOP RUN.
