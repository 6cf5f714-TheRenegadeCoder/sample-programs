      * Backup-cut control records that tie a NUMFBKP backup
      * generation to the NUMFJRNL journal, so the journal can be
      * compacted back to a backup the recovery drill certified.
      *
      * NUMF-BKP-TRAILER closes every backup NUMF-MAINT UNLOAD cuts:
      * the cut stamp (the moment the sweep started, the same stamp
      * its "*UNLD*" journal marker carries) and the number of
      * records unloaded. RELOAD, NUMF-DRILL, and NUMF-RECOVER
      * recognize it by the "*" where a record's key sign sits and
      * never load it as a record.
          01 NUMF-BKP-TRAILER.
            03 BT-TAG                PIC X(5).
              88 BT-IS-TRAILER           VALUE "*BKP*".
            03 FILLER                PIC X(1).
            03 BT-CUT                PIC X(14).
            03 FILLER                PIC X(1).
            03 BT-COUNT              PIC 9(7).

      * DRILL-CTL-REC is the last line of every DRLLRPT report
      * NUMF-DRILL writes: which backup cut was drilled ("NONE" for
      * a backup from before the stamp existed) and the return code
      * the drill ended with. NUMF-COMPACT refuses to compact
      * unless it finds this line with a cut and RC 0000.
          01 DRILL-CTL-REC.
            03 DC-TAG                PIC X(7).
              88 DC-IS-DRILL-CONTROL     VALUE "*DRILL*".
            03 FILLER                PIC X(1).
            03 DC-CUT                PIC X(14).
            03 FILLER                PIC X(1).
            03 DC-RC                 PIC 9(4).
            03 FILLER                PIC X(1).
            03 DC-DATE               PIC X(8).
