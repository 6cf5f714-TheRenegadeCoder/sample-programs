        IDENTIFICATION DIVISION.
        PROGRAM-ID. NUMF-COMPACT.

      * Journal compaction for NUMFJRNL, which otherwise only ever
      * grows: NUMF-RECOVER and NUMF-DRILL replay it from the top and
      * WATCH-RPT reads all of it nightly, so every month made the
      * drill and any real recovery slower. Once NUMF-DRILL has
      * certified a NUMFBKP backup generation as restorable, the
      * journal entries that backup already reflects - everything up
      * to the "*UNLD*" marker NUMF-MAINT stamped when it cut the
      * backup - are moved off to a dated journal archive generation
      * (JRNLARC), and the live journal is rewritten (JRNLTAIL) as a
      * "*CMPT*" marker naming that backup's cut followed by the
      * tail of entries since. NUMF-RECOVER and NUMF-DRILL read that
      * marker and rebuild from backup-plus-tail.
      *
      * The certification is read off the drill report itself
      * (DRLLRPT's closing "*DRILL*" line, see NUMFCUT.CPY): no
      * control line, a drill that did not end RETURN-CODE 0, a
      * backup with no cut stamp, or a journal holding no marker
      * for that cut all refuse the compaction with RETURN-CODE 4
      * and touch nothing. The job stream copies JRNLARC and
      * JRNLTAIL into place only on RETURN-CODE 0. A TEST run
      * (NUMMODE, see RUNMODE.CPY) is refused the same way.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT DRILL-RPT-FILE ASSIGN TO "DRLLRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DRLLRPT-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT JRNL-ARC-FILE ASSIGN TO "JRNLARC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNLARC-STATUS.
          SELECT JRNL-TAIL-FILE ASSIGN TO "JRNLTAIL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JRNLTAIL-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD DRILL-RPT-FILE.
          01 DRILL-RPT-REC           PIC X(80).

          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

          FD JRNL-ARC-FILE.
          01 JRNL-ARC-REC            PIC X(124).

          FD JRNL-TAIL-FILE.
          01 JRNL-TAIL-REC           PIC X(124).

        WORKING-STORAGE SECTION.
          01 WS-DRLLRPT-STATUS       PIC XX.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-JRNLARC-STATUS       PIC XX.
          01 WS-JRNLTAIL-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).

      * The certified cut off the drill report, and where its
      * "*UNLD*" marker sits in the journal (the record number; the
      * marker and everything ahead of it go to the archive).
          01 WS-DRILL-FOUND-SW       PIC X VALUE "N".
            88 DRILL-CONTROL-FOUND       VALUE "Y".
          01 WS-CERT-CUT             PIC X(14) VALUE SPACES.
          01 WS-CERT-RC              PIC 9(4).
          01 WS-SPLIT-AT             PIC 9(9) VALUE 0.
          01 WS-REC-NO               PIC 9(9) VALUE 0.
          01 WS-ALREADY-SW           PIC X VALUE "N".
            88 ALREADY-COMPACTED         VALUE "Y".
          01 WS-MOVED-COUNT          PIC 9(9) VALUE 0.
          01 WS-KEPT-COUNT           PIC 9(9) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-REFUSAL              PIC X(30) VALUE SPACES.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

          COPY AUDCOM.
          COPY RETCODE.
          COPY NUMFCUT.
          COPY RUNMODE.

        PROCEDURE DIVISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "TEST RUN" TO WS-REFUSAL
           ELSE
              PERFORM READ-DRILL-CONTROL
           END-IF.
           IF WS-REFUSAL IS EQUAL TO SPACES
              PERFORM LOCATE-UNLOAD-MARKER
           END-IF.
           IF WS-REFUSAL IS EQUAL TO SPACES
              PERFORM SPLIT-JOURNAL
           ELSE
              DISPLAY "NUMF-COMPACT: compaction refused - "
                 FUNCTION TRIM(WS-REFUSAL)
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * The last "*DRILL*" line on the report is the verdict; the
      * drill writes exactly one, as its closing line.
          READ-DRILL-CONTROL.
           OPEN INPUT DRILL-RPT-FILE.
           IF WS-DRLLRPT-STATUS IS NOT EQUAL TO "00"
              MOVE "NO DRILL REPORT" TO WS-REFUSAL
              EXIT PARAGRAPH.
           PERFORM UNTIL END-OF-INPUT
              READ DRILL-RPT-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END
                    IF DRILL-RPT-REC (1:7) IS EQUAL TO "*DRILL*"
                       MOVE DRILL-RPT-REC TO DRILL-CTL-REC
                       MOVE "Y" TO WS-DRILL-FOUND-SW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DRILL-RPT-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF NOT DRILL-CONTROL-FOUND
              MOVE "NO DRILL CONTROL RECORD" TO WS-REFUSAL
              EXIT PARAGRAPH.
           MOVE DC-CUT TO WS-CERT-CUT.
           IF DC-RC IS NOT NUMERIC
              MOVE 9999 TO WS-CERT-RC
           ELSE
              MOVE DC-RC TO WS-CERT-RC
           END-IF.
           DISPLAY "NUMF-COMPACT: drill of backup cut " WS-CERT-CUT
              " ended RC " WS-CERT-RC.
           IF WS-CERT-RC IS NOT EQUAL TO RC-SUCCESS
              MOVE "DRILL DID NOT END RC 0" TO WS-REFUSAL
           ELSE IF WS-CERT-CUT IS EQUAL TO "NONE" OR SPACES
              MOVE "BACKUP HAS NO CUT STAMP" TO WS-REFUSAL
           END-IF.

      * First pass: find the "*UNLD*" marker for the certified cut.
      * A journal that already opens with a "*CMPT*" marker at or
      * past that cut has nothing left to compact to it.
          LOCATE-UNLOAD-MARKER.
           OPEN INPUT NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS NOT EQUAL TO "00"
              MOVE "NO JOURNAL TO COMPACT" TO WS-REFUSAL
              EXIT PARAGRAPH.
           MOVE 0 TO WS-REC-NO.
           PERFORM UNTIL END-OF-INPUT
              READ NUMF-JRNL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM CHECK-ONE-MARKER
              END-READ
           END-PERFORM.
           CLOSE NUMF-JRNL-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF ALREADY-COMPACTED
              MOVE "ALREADY COMPACTED TO THIS CUT" TO WS-REFUSAL
           ELSE IF WS-SPLIT-AT IS EQUAL TO 0
              MOVE "NO UNLOAD MARKER FOR THIS CUT" TO WS-REFUSAL
           END-IF.

          CHECK-ONE-MARKER.
           ADD 1 TO WS-REC-NO.
           IF NOT JR-IS-MARKER
              EXIT PARAGRAPH.
           IF WS-REC-NO IS EQUAL TO 1 AND JM-COMPACT-MARKER
                 AND JM-CUT NOT LESS THAN WS-CERT-CUT
              MOVE "Y" TO WS-ALREADY-SW
           END-IF.
           IF JM-UNLOAD-MARKER AND JM-CUT IS EQUAL TO WS-CERT-CUT
              MOVE WS-REC-NO TO WS-SPLIT-AT
           END-IF.

      * Second pass: the new live journal opens with the "*CMPT*"
      * marker, then carries every entry after the unload marker;
      * the marker and everything before it - including any older
      * "*CMPT*" and "*UNLD*" lines - go to the archive as they are.
      * Nothing is copied unless the journal and both outputs opened;
      * RETURN-CODE 12 then keeps the job stream from copying a short
      * archive or tail into place.
          SPLIT-JOURNAL.
           OPEN INPUT NUMF-JRNL-FILE.
           OPEN OUTPUT JRNL-ARC-FILE JRNL-TAIL-FILE.
           IF WS-NUMFJRNL-STATUS IS NOT EQUAL TO "00"
                 OR WS-JRNLARC-STATUS IS NOT EQUAL TO "00"
                 OR WS-JRNLTAIL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NUMF-COMPACT: open failed - NUMFJRNL "
                 WS-NUMFJRNL-STATUS ", JRNLARC " WS-JRNLARC-STATUS
                 ", JRNLTAIL " WS-JRNLTAIL-STATUS
              CLOSE NUMF-JRNL-FILE JRNL-ARC-FILE JRNL-TAIL-FILE
              MOVE "OUTPUT OPEN FAILED" TO WS-REFUSAL
              MOVE RC-SELF-CHECK-FAILED TO WS-FINAL-RC
              EXIT PARAGRAPH.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE SPACES TO NUMF-JRNL-MARKER.
           MOVE WS-TIMESTAMP (1:14) TO JM-TIMESTAMP.
           MOVE "*CMPT*" TO JM-TAG.
           MOVE WS-CERT-CUT TO JM-CUT.
           MOVE "CONTINUES FROM NUMFBKP BACKUP CUT - EARLIER ARCHIVED"
              TO JM-TEXT.
           MOVE SPACES TO JRNL-TAIL-REC.
           MOVE NUMF-JRNL-MARKER TO JRNL-TAIL-REC.
           WRITE JRNL-TAIL-REC.
           MOVE 0 TO WS-REC-NO.
           PERFORM UNTIL END-OF-INPUT
              READ NUMF-JRNL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM COPY-ONE-ENTRY
              END-READ
           END-PERFORM.
           CLOSE NUMF-JRNL-FILE JRNL-ARC-FILE JRNL-TAIL-FILE.
           MOVE RC-SUCCESS TO WS-FINAL-RC.

          COPY-ONE-ENTRY.
           ADD 1 TO WS-REC-NO.
           IF WS-REC-NO NOT GREATER THAN WS-SPLIT-AT
              MOVE NUMF-JRNL-REC TO JRNL-ARC-REC
              WRITE JRNL-ARC-REC
              ADD 1 TO WS-MOVED-COUNT
           ELSE
              MOVE NUMF-JRNL-REC TO JRNL-TAIL-REC
              WRITE JRNL-TAIL-REC
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

      * Console summary plus one audit line per run, refused or not.
          WRITE-RUN-SUMMARY.
           MOVE "NUMF-COMPACT" TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING "CUT " DELIMITED BY SIZE
                WS-CERT-CUT DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF WS-FINAL-RC IS EQUAL TO RC-SUCCESS
              MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
              MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT2
              DISPLAY "NUMF-COMPACT: entries archived: "
                 FUNCTION TRIM(WS-COUNT-EDIT)
              DISPLAY "NUMF-COMPACT: entries kept:     "
                 FUNCTION TRIM(WS-COUNT-EDIT2)
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ARCHIVED, " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-EDIT2) DELIMITED BY SIZE
                   " KEPT" DELIMITED BY SIZE
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
