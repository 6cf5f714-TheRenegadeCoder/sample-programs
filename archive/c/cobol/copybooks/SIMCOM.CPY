      * Shared working-storage layout for the SIM-LOG call a TEST run
      * makes for each update to a shadow master (see RUNMODE.CPY
      * and SIMREC.CPY). The caller fills in what it changed; the
      * timestamp and run identifier are stamped by SIM-LOG.
          01 WS-SIM-CALLER           PIC X(12).
          01 WS-SIM-TARGET           PIC X(8).
          01 WS-SIM-ACTION           PIC X(6).
          01 WS-SIM-KEY              PIC X(31).
          01 WS-SIM-FIELD            PIC X(1).
          01 WS-SIM-OLD-VALUE        PIC X(60).
          01 WS-SIM-NEW-VALUE        PIC X(60).
