      * unsigned 18-digit shape and live in the archived journal
      * NUMFCNV3.jcl's JRNASTEP copied off, not in the live
      * file), which single field the caller owned
      * (E/R/F/B/D/C/G/A, the same codes NUMFACT's LS-FIELD-CODE
      * takes), and the value stored there.
          01 NUMF-JRNL-REC.
            03 JR-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 JR-KEY.
              05 JR-KEY-SIGN         PIC X(1).
                88 JR-IS-MARKER          VALUE "*".
              05 JR-KEY-VALUE        PIC 9(30).
            03 FILLER                PIC X(1).
            03 JR-FIELD              PIC X(1).
            03 FILLER                PIC X(1).
            03 JR-VALUE              PIC X(60).

      * Who made the update: the caller NUMFACT was handed (the same
      * name NUMFEXCP records against a refused update), or the
      * program itself for the ones that write the journal direct -
      * BACKFILL, EXCP-ADJUD. Entries from before the caller was
      * kept read back as spaces here.
            03 FILLER                PIC X(1).
            03 JR-CALLER             PIC X(12).

      * "T" on an entry written under a TEST run (see RUNMODE.CPY),
      * which goes to the JRNLTEST shadow journal; space on a
      * production entry. NUMF-RECOVER never replays a test entry.
            03 FILLER                PIC X(1).
            03 JR-RUN-MODE           PIC X(1).
              88 JR-TEST-RECORD          VALUE "T".

      * Control markers share the journal with the updates and are
      * told apart by the "*" where an update's key sign sits.
      * "*UNLD*" is stamped by NUMF-MAINT UNLOAD just before its
      * sweep starts, so every update ahead of it is reflected in
      * the backup generation carrying the same cut stamp.
      * "*CMPT*" opens a journal NUMF-COMPACT has cut back to a
      * certified backup: the entries before that backup's cut went
      * to the dated journal archive, and a rebuild starts from the
      * backup named by JM-CUT and replays the tail. Replays skip
      * markers; they are never updates.
          01 NUMF-JRNL-MARKER.
            03 JM-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 JM-TAG                PIC X(6).
              88 JM-UNLOAD-MARKER        VALUE "*UNLD*".
              88 JM-COMPACT-MARKER       VALUE "*CMPT*".
            03 FILLER                PIC X(1).
            03 JM-CUT                PIC X(14).
            03 FILLER                PIC X(1).
            03 JM-TEXT               PIC X(60).
