        IDENTIFICATION DIVISION.
        PROGRAM-ID. NUMF-EXTRACT.

      * Nightly change-data feed out of NUMFACTS for the downstream
      * systems. Until now the only ways out were the NUMFRPT print
      * listing or a whole NUMF-MAINT UNLOAD; this ships just what
      * changed. The NUMFJRNL journal entries inside the window (from
      * where the last extract stopped up to the moment this run
      * started) are folded into one row per changed key, and each
      * row carries the key's full current NUMFACTS record, the field
      * codes the journal shows changed, and the latest change time -
      * layout in NUMFXTR.CPY, header and trailer (count and key
      * control total) included.
      *
      * EXTCTL remembers the window last shipped. A normal run starts
      * where that one stopped and writes the new window back once
      * the interface file is complete; "RERUN" on the PARM ships the
      * last window again and leaves EXTCTL alone, so a feed lost
      * downstream is resent rather than skipped or doubled. With no
      * EXTCTL at all the first run ships the whole live journal.
      *
      * RETURN-CODE: 0 clean, 4 no journal to read (or a RERUN with
      * no window on record), 8 some changed keys were not on the
      * master to ship (or the master could not be opened at all, in
      * which case the window is not moved on).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMF-JRNL-FILE ASSIGN TO "NUMFJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT NUMFACTS-FILE ASSIGN TO "NUMFACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT EXTR-OUT-FILE ASSIGN TO "NUMFXTRC"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFXTRC-STATUS.
          SELECT EXTR-CTL-FILE ASSIGN TO "EXTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTCTL-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD NUMF-JRNL-FILE.
          COPY NUMFJRN.

          FD NUMFACTS-FILE.
          COPY NUMFREC.

          FD EXTR-OUT-FILE.
          01 EXTR-OUT-REC            PIC X(344).

          FD EXTR-CTL-FILE.
          01 EXTR-CTL-LINE           PIC X(48).

        WORKING-STORAGE SECTION.
          01 WS-NUMFJRNL-STATUS      PIC XX.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFXTRC-STATUS      PIC XX.
          01 WS-EXTCTL-STATUS        PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-INPUT              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
          01 WS-RERUN-SWITCH         PIC X VALUE "N".
            88 RERUN-REQUESTED           VALUE "Y".
          01 WS-NO-MASTER-SW         PIC X VALUE "N".
            88 MASTER-UNAVAILABLE        VALUE "Y".
          01 WS-TIMESTAMP            PIC X(21).
          01 WS-WINDOW-FROM          PIC X(14) VALUE LOW-VALUES.
          01 WS-WINDOW-UPTO          PIC X(14).

      * One slot per changed key, in the order the journal first
      * touched it: a flag under each field code (E R F B D C G A) the
      * window changed, and the latest change time. A window with
      * more keys than the table holds is cut short at the entry
      * that would not fit, and the next night picks up from there.
          01 WS-CHG-USED             PIC 9(4) VALUE 0.
          01 WS-CHG-TABLE.
            03 WS-CHG-ENTRY OCCURS 5000 TIMES.
              05 WS-CHG-KEY          PIC X(31).
              05 WS-CHG-FLAGS.
                07 WS-CHG-FLAG       PIC X(1) OCCURS 8 TIMES.
              05 WS-CHG-LAST         PIC X(14).
          01 WS-CHG-IDX              PIC 9(4).
          01 WS-CHG-OVERFLOW-SW      PIC X VALUE "N".
            88 CHG-TABLE-OVERFLOWED      VALUE "Y".
          01 WS-FIELD-CODES          PIC X(8) VALUE "ERFBDCGA".
          01 WS-CODE-IDX             PIC 9.
          01 WS-CODE-POS             PIC 9.

          01 WS-ENTRY-COUNT          PIC 9(9) VALUE 0.
          01 WS-ROW-COUNT            PIC 9(9) VALUE 0.
          01 WS-MISSING-COUNT        PIC 9(9) VALUE 0.
          01 WS-KEY-TOTAL            PIC 9(30) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(8)9.
          01 WS-COUNT-EDIT2          PIC Z(8)9.
          01 WS-FINAL-RC             PIC 9(4) VALUE 0.

          COPY NUMFXTR.
          COPY AUDCOM.
          COPY RETCODE.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           IF CMD-ARGS (1:5) IS EQUAL TO "RERUN"
              MOVE "Y" TO WS-RERUN-SWITCH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:14) TO WS-WINDOW-UPTO.
           PERFORM READ-EXTRACT-CONTROL.
           OPEN INPUT NUMF-JRNL-FILE.
           IF WS-NUMFJRNL-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NUMF-EXTRACT: no journal to read"
              MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
              MOVE "NO JOURNAL" TO WS-AUDIT-RESULT
              PERFORM WRITE-AUDIT-ENTRY
              MOVE WS-FINAL-RC TO RETURN-CODE
              STOP RUN.
           PERFORM UNTIL END-OF-INPUT
              READ NUMF-JRNL-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM TAKE-JOURNAL-ENTRY
              END-READ
           END-PERFORM.
           CLOSE NUMF-JRNL-FILE.
           PERFORM WRITE-INTERFACE-FILE.
           IF NOT RERUN-REQUESTED AND NOT MASTER-UNAVAILABLE
              PERFORM WRITE-EXTRACT-CONTROL
           END-IF.
           IF WS-MISSING-COUNT > 0
              MOVE RC-PARTIAL-BATCH TO WS-FINAL-RC
           ELSE
              MOVE RC-SUCCESS TO WS-FINAL-RC
           END-IF.
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT2.
           DISPLAY "Window " XH-WINDOW-FROM " to " XH-WINDOW-UPTO.
           DISPLAY "Journal entries in window: "
              FUNCTION TRIM(WS-COUNT-EDIT2).
           DISPLAY "Changed keys shipped:      "
              FUNCTION TRIM(WS-COUNT-EDIT).
           IF WS-MISSING-COUNT > 0
              MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT2
              DISPLAY "Changed keys not on file:  "
                 FUNCTION TRIM(WS-COUNT-EDIT2)
           END-IF.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                " KEYS SHIPPED" DELIMITED BY SIZE
                INTO WS-AUDIT-RESULT
           END-STRING.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * The window: a normal run picks up at the last one's end, a
      * RERUN repeats the last one exactly.
          READ-EXTRACT-CONTROL.
           MOVE SPACES TO EXTR-CTL-REC.
           OPEN INPUT EXTR-CTL-FILE.
           IF WS-EXTCTL-STATUS IS EQUAL TO "00"
              READ EXTR-CTL-FILE INTO EXTR-CTL-REC
                 AT END MOVE SPACES TO EXTR-CTL-REC
              END-READ
              CLOSE EXTR-CTL-FILE
           END-IF.
           IF RERUN-REQUESTED
              IF EC-UPTO IS EQUAL TO SPACES
                 DISPLAY "NUMF-EXTRACT: RERUN asked for but no"
                    " window has been shipped yet"
                 MOVE RC-VALIDATION-ERROR TO WS-FINAL-RC
                 MOVE "RERUN, NO WINDOW ON RECORD" TO WS-AUDIT-RESULT
                 PERFORM WRITE-AUDIT-ENTRY
                 MOVE WS-FINAL-RC TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE EC-FROM TO WS-WINDOW-FROM
              MOVE EC-UPTO TO WS-WINDOW-UPTO
           ELSE IF EC-UPTO IS NOT EQUAL TO SPACES
              MOVE EC-UPTO TO WS-WINDOW-FROM
           END-IF.

      * Markers are never changes; entries outside the window are
      * another night's.
          TAKE-JOURNAL-ENTRY.
           IF JR-IS-MARKER
              EXIT PARAGRAPH.
           IF JR-TIMESTAMP < WS-WINDOW-FROM
                 OR JR-TIMESTAMP NOT LESS THAN WS-WINDOW-UPTO
              EXIT PARAGRAPH.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                    UNTIL WS-CHG-IDX > WS-CHG-USED
              IF WS-CHG-KEY (WS-CHG-IDX) IS EQUAL TO JR-KEY
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-CHG-IDX > WS-CHG-USED
              IF WS-CHG-USED NOT LESS THAN 5000
                 PERFORM CUT-WINDOW-SHORT
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO WS-CHG-USED
              MOVE WS-CHG-USED TO WS-CHG-IDX
              MOVE JR-KEY TO WS-CHG-KEY (WS-CHG-IDX)
              MOVE SPACES TO WS-CHG-FLAGS (WS-CHG-IDX)
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE 0 TO WS-CODE-POS.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                    UNTIL WS-CODE-IDX > 8
              IF WS-FIELD-CODES (WS-CODE-IDX:1) IS EQUAL TO JR-FIELD
                 MOVE WS-CODE-IDX TO WS-CODE-POS
              END-IF
           END-PERFORM.
           IF WS-CODE-POS > 0
              MOVE JR-FIELD TO WS-CHG-FLAG (WS-CHG-IDX, WS-CODE-POS)
           END-IF.
           MOVE JR-TIMESTAMP TO WS-CHG-LAST (WS-CHG-IDX).

      * The journal is in time order, so stopping the window at the
      * first entry that does not fit leaves everything from it
      * onward for the next run. Entries already taken at that same
      * second ship again then too - a repeat of a current-state row
      * the receiving side simply overwrites.
          CUT-WINDOW-SHORT.
           IF NOT CHG-TABLE-OVERFLOWED
              DISPLAY "Warning: more than 5000 changed keys, window"
                 " cut at " JR-TIMESTAMP
              MOVE "Y" TO WS-CHG-OVERFLOW-SW
           END-IF.
           IF JR-TIMESTAMP < WS-WINDOW-UPTO
              MOVE JR-TIMESTAMP TO WS-WINDOW-UPTO
           END-IF.

          WRITE-INTERFACE-FILE.
           OPEN OUTPUT EXTR-OUT-FILE.
           MOVE "H" TO XH-TYPE.
           MOVE "NUMF-EXTRACT" TO XH-PROGRAM.
           MOVE WS-TIMESTAMP (1:8) TO XH-DATE.
           IF WS-AUDIT-RUN-ID IS EQUAL TO SPACES
              MOVE "DIRECT" TO XH-RUN-ID
           ELSE
              MOVE WS-AUDIT-RUN-ID TO XH-RUN-ID
           END-IF.
           IF WS-WINDOW-FROM IS EQUAL TO LOW-VALUES
              MOVE ALL "0" TO XH-WINDOW-FROM
           ELSE
              MOVE WS-WINDOW-FROM TO XH-WINDOW-FROM
           END-IF.
           MOVE WS-WINDOW-UPTO TO XH-WINDOW-UPTO.
           MOVE WS-RERUN-SWITCH TO XH-RERUN.
           WRITE EXTR-OUT-REC FROM XTR-HDR-REC.
           OPEN INPUT NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NUMF-EXTRACT: number facts file not available"
              MOVE WS-CHG-USED TO WS-MISSING-COUNT
              MOVE "Y" TO WS-NO-MASTER-SW
           ELSE
              PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-USED
                 PERFORM WRITE-ONE-ROW
              END-PERFORM
              CLOSE NUMFACTS-FILE
           END-IF.
           MOVE "T" TO XT-TYPE.
           MOVE WS-ROW-COUNT TO XT-COUNT.
           MOVE WS-KEY-TOTAL TO XT-KEY-TOTAL.
           WRITE EXTR-OUT-REC FROM XTR-TRL-REC.
           CLOSE EXTR-OUT-FILE.

      * A changed key no longer on the master (a RELOAD from an older
      * backup, say) has no current record to ship; it is counted
      * and the run ends RC 8 so someone looks.
          WRITE-ONE-ROW.
           MOVE WS-CHG-KEY (WS-CHG-IDX) TO NF-KEY.
           READ NUMFACTS-FILE
              INVALID KEY
                 ADD 1 TO WS-MISSING-COUNT
                 DISPLAY "Changed key not on file: "
                    WS-CHG-KEY (WS-CHG-IDX)
                 EXIT PARAGRAPH
           END-READ.
           MOVE "D" TO XD-TYPE.
           MOVE NF-KEY TO XD-KEY.
           MOVE NF-PARITY TO XD-PARITY.
           MOVE NF-PRIMALITY TO XD-PRIMALITY.
           MOVE NF-FACTORIAL TO XD-FACTORIAL.
           MOVE NF-FIBONACCI TO XD-FIBONACCI.
           MOVE NF-DIVCLASS TO XD-DIVCLASS.
           MOVE NF-COLLATZ TO XD-COLLATZ.
           MOVE NF-GOLDBACH TO XD-GOLDBACH.
           MOVE NF-ALIQUOT TO XD-ALIQUOT.
           MOVE SPACES TO XD-CHANGED-FIELDS.
           MOVE 0 TO WS-CODE-POS.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                    UNTIL WS-CODE-IDX > 8
              IF WS-CHG-FLAG (WS-CHG-IDX, WS-CODE-IDX)
                    IS NOT EQUAL TO SPACE
                 ADD 1 TO WS-CODE-POS
                 MOVE WS-CHG-FLAG (WS-CHG-IDX, WS-CODE-IDX)
                    TO XD-CHANGED-FIELDS (WS-CODE-POS:1)
              END-IF
           END-PERFORM.
           MOVE WS-CHG-LAST (WS-CHG-IDX) TO XD-CHANGED-AT.
           WRITE EXTR-OUT-REC FROM XTR-DTL-REC.
           ADD 1 TO WS-ROW-COUNT.
           ADD NF-KEY-VALUE TO WS-KEY-TOTAL.

      * Only a complete interface file moves the window on; with the
      * master unavailable the same window is tried again next run.
          WRITE-EXTRACT-CONTROL.
           MOVE SPACES TO EXTR-CTL-REC.
           IF WS-WINDOW-FROM IS EQUAL TO LOW-VALUES
              MOVE ALL "0" TO EC-FROM
           ELSE
              MOVE WS-WINDOW-FROM TO EC-FROM
           END-IF.
           MOVE WS-WINDOW-UPTO TO EC-UPTO.
           MOVE WS-TIMESTAMP (1:8) TO EC-RUN-DATE.
           MOVE WS-ROW-COUNT TO EC-ROWS.
           OPEN OUTPUT EXTR-CTL-FILE.
           WRITE EXTR-CTL-LINE FROM EXTR-CTL-REC.
           CLOSE EXTR-CTL-FILE.

          WRITE-AUDIT-ENTRY.
           MOVE "NUMF-EXTRACT" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS TO WS-AUDIT-INPUT.
           MOVE WS-FINAL-RC TO WS-AUDIT-RC.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
