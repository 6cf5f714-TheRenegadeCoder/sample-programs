      * bytes short and have to be reshaped once - see NUMFCNV2.jcl
      * (and NUMFCNV3.jcl for the signed-key reshape after it).
            03 NF-COLLATZ            PIC X(60).

      * GOLDBACH's owned field: the decomposition of an even key of
      * 4 or more into two primes with the smallest first prime,
      * written "p+q" (so 100 holds "3+97"), spaces when no run has
      * worked it out yet - and always spaces on an odd key. Files
      * from before this field existed are 30 bytes short and have
      * to be reshaped once - see NUMFCNV5.jcl, which adds it and
      * NF-ALIQUOT below in the one pass.
            03 NF-GOLDBACH           PIC X(30).

      * ALIQUOT's owned field: the length and fate of the number's
      * aliquot sequence (each term replaced by its proper-divisor
      * sum) - "STEPS=n FATE=TERMINATES" for one that reaches 1, or
      * "STEPS=n FATE=PERFECT CYCLE=m" (AMICABLE, SOCIABLE-k) for
      * one that settles into a cycle whose smallest member is m,
      * spaces when no run has settled it. A sequence that passed
      * CFG-ALIQUOT-MAX is never recorded. Files from before this
      * field existed are 60 bytes short and have to be reshaped
      * once - see NUMFCNV5.jcl.
            03 NF-ALIQUOT            PIC X(60).
