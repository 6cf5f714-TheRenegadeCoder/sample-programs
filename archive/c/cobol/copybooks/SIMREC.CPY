      * Shared record layout of SIMCHG, the would-have-changed log a
      * TEST run writes (see RUNMODE.CPY), copied into the FD of
      * SIM-LOG (which appends it) and SIM-RPT (which summarizes
      * it). One line per update the run made to a shadow master,
      * naming the production master it stands in for, the key, the
      * NUMFACTS field code or the PRIMECAC prime flag, and the
      * value before and after:
      *   ADD    - a record the production master does not hold
      *   FILL   - a field that is blank on the production record
      *   REFUSE - a value that conflicts with what is on file, which
      *            production would have written to NUMFEXCP instead
      *   CHANGE - a stored value replaced (an EXCP-ADJUD REPLACE)
      *   BLANK  - a stored value cleared (an EXCP-ADJUD BLANK)
      *   DELETE - a record removed (a CACHE-MAINT PURGE)
          01 SIM-CHANGE-REC.
            03 SC-TIMESTAMP          PIC X(14).
            03 FILLER                PIC X(1).
            03 SC-RUN-ID             PIC X(8).
            03 FILLER                PIC X(1).
            03 SC-CALLER             PIC X(12).
            03 FILLER                PIC X(1).
            03 SC-TARGET             PIC X(8).
            03 FILLER                PIC X(1).
            03 SC-ACTION             PIC X(6).
              88 SC-ADD                  VALUE "ADD".
              88 SC-FILL                 VALUE "FILL".
              88 SC-REFUSE               VALUE "REFUSE".
              88 SC-CHANGE               VALUE "CHANGE".
              88 SC-BLANK                VALUE "BLANK".
              88 SC-DELETE               VALUE "DELETE".
            03 FILLER                PIC X(1).
            03 SC-KEY                PIC X(31).
            03 FILLER                PIC X(1).
            03 SC-FIELD              PIC X(1).
            03 FILLER                PIC X(1).
            03 SC-OLD-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 SC-NEW-VALUE          PIC X(60).
