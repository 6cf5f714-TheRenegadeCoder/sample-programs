      * Record layout of the RETNCTL retention control member read
      * by TRAIL-RETAIN: one line per trail, naming it and saying
      * how many days its records stay in the live trail before
      * they are moved off to the trail's archive generation, and
      * how many days they then stay in the archive before they are
      * purged for good. Zero days means no limit. Lines that are
      * blank or start with "*" are comments.
      *
      *   RUNSTATS 00400 01825
      *   ALERTHST 00090 00730
          01 RETN-CTL-REC.
            03 RT-TRAIL              PIC X(8).
            03 FILLER                PIC X(1).
            03 RT-LIVE-DAYS          PIC 9(5).
            03 FILLER                PIC X(1).
            03 RT-ARCH-DAYS          PIC 9(5).
            03 FILLER                PIC X(60).
