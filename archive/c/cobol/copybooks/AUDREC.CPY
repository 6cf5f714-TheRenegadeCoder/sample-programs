      * shared failure markers; the readers test nothing else.
      * Archived generations on the old 100-byte free-text shape are
      * reshaped once by AUDIT-CNVT - see AUDTCNVT.jcl.
      *
      * AU-SEQ and AU-CHAIN make the trail tamper-evident. AUDIT-LOG
      * numbers every record it writes, one up from the last record
      * on the trail (a freshly cleared trail starts again at 1),
      * and AU-CHAIN is the check value of the previous record's
      * AU-CHAIN run on through this record's content and sequence
      * number (the shared AUDCHN.CPY paragraph). A deleted line
      * leaves a gap in the numbers; an edited line no longer
      * matches its own check value. AUDIT-VFY walks a trail and
      * reports both. Records written before the fields existed,
      * and lines AUDIT-CNVT reshaped, are short and read back as
      * spaces - pre-chain records.
          01 AUDIT-FILE-REC.
            03 AU-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 AU-INPUT              PIC X(38).
            03 FILLER                PIC X(1).
            03 AU-RESULT             PIC X(30).

      * The byte between the result and the sequence number is "T"
      * on a record written under a TEST run (see RUNMODE.CPY) and
      * a space otherwise. It sits inside the chained span, so a
      * test record cannot be passed off as production afterwards.
      * The production readers skip test records.
            03 AU-RUN-MODE           PIC X(1).
              88 AU-TEST-RECORD          VALUE "T".
            03 AU-SEQ                PIC 9(9).
            03 FILLER                PIC X(1).
            03 AU-CHAIN              PIC 9(9).
