      * Shared record layout of the FEEDHIST feed-history file, one
      * line per feed per night, appended by FEED-PROF after each
      * PRE-EDIT pass and read back by it as the rolling baseline
      * the next night is judged against. Values are the cleaned
      * feed's (what the compute step will read); the sign of each
      * value rides in its own byte ahead of the magnitude, the way
      * the NUMFACTS key carries its sign.
      *
      * FH-BAND-CNT counts the night's values by magnitude band -
      * 0-9, 10-99, 100-999, 1000-9999, 10000-99999 and 100000 up,
      * on the value's size regardless of sign. FH-DUPS is the
      * duplicate records PRE-EDIT turned away; FH-OVERLAP is how
      * many of the night's values were also in the prior night's
      * cleaned generation (of FH-PRIOR-CNT). FH-VERDICT is the
      * night's own outcome - N normal, W warning, E exception -
      * and an E night is left out of later baselines, so one bad
      * feed does not drag "normal" along with it.
          01 FEED-HIST-REC.
            03 FH-FEED               PIC X(10).
            03 FILLER                PIC X(1).
            03 FH-RUN-DATE           PIC X(8).
            03 FILLER                PIC X(1).
            03 FH-RUN-ID             PIC X(8).
            03 FILLER                PIC X(1).
            03 FH-COUNT              PIC 9(7).
            03 FILLER                PIC X(1).
            03 FH-MIN-SIGN           PIC X(1).
            03 FH-MIN                PIC 9(10)V99.
            03 FILLER                PIC X(1).
            03 FH-MAX-SIGN           PIC X(1).
            03 FH-MAX                PIC 9(10)V99.
            03 FILLER                PIC X(1).
            03 FH-MEAN-SIGN          PIC X(1).
            03 FH-MEAN               PIC 9(10)V99.
            03 FH-BAND-ENTRY OCCURS 6 TIMES.
              05 FILLER              PIC X(1).
              05 FH-BAND-CNT         PIC 9(7).
            03 FILLER                PIC X(1).
            03 FH-DUPS               PIC 9(7).
            03 FILLER                PIC X(1).
            03 FH-PRIOR-CNT          PIC 9(7).
            03 FILLER                PIC X(1).
            03 FH-OVERLAP            PIC 9(7).
            03 FILLER                PIC X(1).
            03 FH-VERDICT            PIC X(1).
