      * Shared record layout of the work-request register (DDNAME
      * WORKREG): one line per queued request, written by
      * WORK-INTAKE as it deals the queue and read back by
      * WORK-RETURN after the window to match the night's outputs
      * to the request that asked for them. WR-VALUE is the feed
      * record exactly as it was dealt (the number, or the GCDIN
      * "a b" pair). A request for a value another request already
      * put in tonight's feed is registered as SHARED and answered
      * from the same output line rather than dealt twice, which
      * PRE-EDIT would only reject as a duplicate. A request held
      * because its department is over its monthly quota for the
      * utility is registered HELD OVER QUOTA; it waits on HELDQ
      * for a QUOTA-MGR release.
          01 WORK-REG-REC.
            03 WR-REQUEST-ID         PIC X(8).
            03 FILLER                PIC X(1).
            03 WR-DEPT               PIC X(8).
            03 FILLER                PIC X(1).
            03 WR-UTILITY            PIC X(10).
            03 FILLER                PIC X(1).
            03 WR-VALUE              PIC X(24).
            03 FILLER                PIC X(1).
            03 WR-WANTED-BY          PIC X(8).
            03 FILLER                PIC X(1).
            03 WR-RUN-DATE           PIC X(8).
            03 FILLER                PIC X(1).
            03 WR-INTAKE-STATUS      PIC X(20).
              88 WR-DEALT                VALUE "DEALT".
              88 WR-SHARED               VALUE "SHARED".
              88 WR-HELD-OVER-QUOTA      VALUE "HELD OVER QUOTA".
