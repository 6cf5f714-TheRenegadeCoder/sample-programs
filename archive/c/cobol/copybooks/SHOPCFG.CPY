      * configuration dataset, so a threshold change is a one-line
      * operator edit instead of a relink of every load module. A
      * keyword absent from the dataset (or no dataset at all)
      * leaves the compiled value standing. CFG-CHECK, the nightly
      * window's first step, checks the member against its own table
      * of these keywords and their allowed ranges, so a field added
      * here needs its line in that table as well.
          01 CFG-SHOP-VALUES.
            03 CFG-BAKLAVA-SIZE        PIC S9(2) VALUE 10.
            03 CFG-BAKLAVA-FILL        PIC X(1) VALUE "*".
      * arithmetic safely inside its eighteen-digit work fields.
            03 CFG-COLLATZ-MAX         PIC S9(18) VALUE 99999999.

      * ALIQUOT follows a number through its proper-divisor sums, and
      * this one figure is both the largest starting number it takes
      * and the ceiling a sequence is abandoned at once a term climbs
      * past it. Every term below it is trial-divided up to its
      * square root, so ten digits keeps a long sequence to seconds;
      * the divisor sum of anything under fifteen digits still fits
      * the eighteen-digit work fields.
            03 CFG-ALIQUOT-MAX         PIC S9(18) VALUE 9999999999.

      * PRE-EDIT holds the night's run (RETURN-CODE 12) when the
      * share of rejected input records exceeds this percentage; a
      * stray bad record is normal, a flood of them means the feed
      * a cryptic status.
            03 CFG-BUSY-RETRY-MAX      PIC 9(2) VALUE 5.
            03 CFG-BUSY-WAIT-SECS      PIC 9(2) VALUE 2.

      * NUMF-AUDIT's monthly recompute sample: the percentage of
      * NUMFACTS records whose stored factorial, Fibonacci and
      * Collatz values are worked out again from scratch and
      * compared. The cross-field rules run over every record
      * regardless; only the expensive recomputes are sampled.
            03 CFG-AUDIT-SAMPLE-PCT    PIC 9(3) VALUE 005.

      * PRIME-SIEVE's CONTINUE span: how far past the PRIMFRNT
      * frontier one bulk-load run sieves when its PARM names no
      * count. The sieve works a segment at a time, so this is sized
      * for the batch window rather than for memory.
            03 CFG-SIEVE-QUOTA         PIC 9(7) VALUE 1000000.

      * MENU-DRIVER's idle limit: a terminal left signed on longer
      * than this many minutes between entries is signed off, and
      * whatever was keyed after the gap is discarded, before the
      * next operator can act on the first one's role. Zero turns
      * the limit off.
            03 CFG-SIGNON-IDLE-MINS    PIC 9(3) VALUE 015.

      * ACCESS-RVW flags a profiled operator id whose last use is
      * older than this many days, so the monthly review can take
      * dormant ids out of the role profile.
            03 CFG-ACCESS-IDLE-DAYS    PIC 9(3) VALUE 090.

      * FEED-PROF's rolling baseline and tolerance: each feed's night
      * is judged against its last CFG-PROFILE-NIGHTS normal nights
      * on FEEDHIST (at most 100), and a measure that has shifted
      * CFG-PROFILE-SHIFT-PCT points or more from that baseline is an
      * exception the feed's compute step is held on; half as far is
      * a warning.
            03 CFG-PROFILE-NIGHTS      PIC 9(3) VALUE 030.
            03 CFG-PROFILE-SHIFT-PCT   PIC 9(3) VALUE 050.

      * QUOTA-MGR's daily quota status report marks a department
      * NEAR its monthly allowance for a utility once it has used
      * this percentage of it, so the desk hears before its work
      * starts being held.
            03 CFG-QUOTA-NEAR-PCT      PIC 9(3) VALUE 090.
