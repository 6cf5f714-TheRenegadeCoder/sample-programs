      * Record layout of the COLLMEMO stopping-time memo (keyed on
      * the value reached), written by COLLATZ for every value a
      * walk passes through on its way down and read back by the
      * next walk that lands on one of them, and by COLL-RECORD's
      * range sweep. NUMFACTS keeps the answer for the numbers the
      * shop actually asked about; the memo keeps the far larger
      * crowd of intermediate values, which have no business in the
      * facts file, its journal, or the nightly extract.
      * The key is eighteen digits, the width of COLLATZ's own walk
      * fields, so a later rise in CFG-COLLATZ-MAX needs no reshape.
          01 COLL-MEMO-REC.
            03 CM-KEY                PIC 9(18).
            03 CM-STEPS              PIC 9(7).
            03 CM-PEAK               PIC 9(18).
