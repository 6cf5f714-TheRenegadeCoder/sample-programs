      * chargeback report bills to UNASGN.
            03 FILLER                PIC X(1).
            03 RS-DEPT               PIC X(8).

      * Inputs answered from NUMFACTS versus inputs computed, for
      * the batch passes that look a number up before working it
      * out (see RUN-STATS-HITS). Spaces for every other program,
      * and on records written before the fields existed.
            03 FILLER                PIC X(1).
            03 RS-ANSWERED           PIC 9(7).
            03 FILLER                PIC X(1).
            03 RS-COMPUTED           PIC 9(7).

      * "T" on a record written under a TEST run (see RUNMODE.CPY),
      * space on a production one and on records written before the
      * field existed. The production readers skip test records.
            03 FILLER                PIC X(1).
            03 RS-RUN-MODE           PIC X(1).
              88 RS-TEST-RECORD          VALUE "T".
