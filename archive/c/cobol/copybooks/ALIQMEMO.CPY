      * Record layout of the ALIQMEMO divisor-sum memo (keyed on the
      * term itself), written by ALIQUOT for every term whose proper-
      * divisor sum it has had to work out by trial division, and
      * read back by the next sequence that passes through the same
      * term - aliquot sequences from neighbouring starts merge
      * early and run on together, so most of a range's terms are
      * summed once. NUMFACTS keeps each starting number's length
      * and fate; the memo keeps the far larger crowd of
      * intermediate terms, which, as with COLLMEMO, have no
      * business in the facts file, its journal, or the nightly
      * extract. The key is eighteen digits, the width of ALIQUOT's
      * own sequence fields, so a later rise in CFG-ALIQUOT-MAX
      * needs no reshape.
          01 ALIQ-MEMO-REC.
            03 AM-KEY                PIC 9(18).
            03 AM-DIVSUM             PIC 9(18).
