          01 WS-STAT-READ            PIC 9(7) VALUE 0.
          01 WS-STAT-WRITTEN         PIC 9(7) VALUE 0.
          01 WS-STAT-ERRORS          PIC 9(7) VALUE 0.

      * The batch passes that look a number up in NUMFACTS before
      * working it out (FACTORIAL, FIBONACCI, COLLATZ) also count
      * how many inputs were answered from the facts file and how
      * many had to be computed, and hand the pair to RUN-STATS
      * through RUN-STATS-HITS ahead of the end-of-run call.
          01 WS-STAT-ANSWERED        PIC 9(7) VALUE 0.
          01 WS-STAT-COMPUTED        PIC 9(7) VALUE 0.
