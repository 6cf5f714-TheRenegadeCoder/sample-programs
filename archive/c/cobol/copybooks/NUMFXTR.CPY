      * Record layouts of the NUMFXTRC interface file NUMF-EXTRACT
      * writes each night for the downstream systems (the research
      * group's warehouse, the planning desk's spreadsheets), and of
      * the EXTCTL control record that remembers what was shipped.
      *
      * Every interface line is fixed-width with "|" between the
      * fields, so it loads either by column or by delimiter. The
      * first byte says what the line is: H header, D one changed
      * key, T trailer. A detail line carries the whole current
      * NUMFACTS record for the key (field for field, the same
      * values the master holds), which fields the journal shows
      * changed in the window (E R F B D C G A, in that order, blank
      * padded), and the journal timestamp of the latest change.
      * The trailer closes the file with the detail count and a
      * control total - the sum of the key magnitudes, carried to
      * thirty digits with any carry past them dropped - so the
      * receiving side can prove it loaded the whole file. The
      * separators carry their "|" as VALUEs, so the lines are built
      * in WORKING-STORAGE and written FROM there.
          01 XTR-HDR-REC.
            03 XH-TYPE               PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-PROGRAM            PIC X(12).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-DATE               PIC X(8).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-RUN-ID             PIC X(8).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-WINDOW-FROM        PIC X(14).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-WINDOW-UPTO        PIC X(14).
            03 FILLER                PIC X(1) VALUE "|".
            03 XH-RERUN              PIC X(1).
            03 FILLER                PIC X(280) VALUE SPACES.

          01 XTR-DTL-REC.
            03 XD-TYPE               PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-KEY.
              05 XD-KEY-SIGN         PIC X(1).
              05 XD-KEY-VALUE        PIC 9(30).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-PARITY             PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-PRIMALITY          PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-FACTORIAL          PIC X(60).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-FIBONACCI          PIC X(60).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-DIVCLASS           PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-COLLATZ            PIC X(60).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-GOLDBACH           PIC X(30).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-ALIQUOT            PIC X(60).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-CHANGED-FIELDS     PIC X(8).
            03 FILLER                PIC X(1) VALUE "|".
            03 XD-CHANGED-AT         PIC X(14).
            03 FILLER                PIC X(6) VALUE SPACES.

          01 XTR-TRL-REC.
            03 XT-TYPE               PIC X(1).
            03 FILLER                PIC X(1) VALUE "|".
            03 XT-COUNT              PIC 9(9).
            03 FILLER                PIC X(1) VALUE "|".
            03 XT-KEY-TOTAL          PIC 9(30).
            03 FILLER                PIC X(302) VALUE SPACES.

      * EXTCTL: one line, the window the last extract shipped - every
      * journal entry stamped at or after EC-FROM and before
      * EC-UPTO - with the date it ran and how many rows it sent.
      * The next normal run starts at EC-UPTO; a RERUN ships the
      * same EC-FROM/EC-UPTO window again and leaves the line alone.
          01 EXTR-CTL-REC.
            03 EC-FROM               PIC X(14).
            03 FILLER                PIC X(1).
            03 EC-UPTO               PIC X(14).
            03 FILLER                PIC X(1).
            03 EC-RUN-DATE           PIC X(8).
            03 FILLER                PIC X(1).
            03 EC-ROWS               PIC 9(9).
