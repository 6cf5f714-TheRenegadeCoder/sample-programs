      * Record layouts of the EXCPOPEN open-exceptions file EXCP-ADJUD
      * reads at the start of a cycle and writes (as EXCPCARY) at the
      * end: one line per NUMFEXCP conflict still waiting on a desk
      * decision, merged by key and field, with when it was first
      * refused, how many times it has been refused since, the value
      * on file, the latest value a caller tried to store, and that
      * caller. The file opens with a "*HWM*" line carrying the
      * timestamp of the last NUMFEXCP line already taken in, so
      * each cycle picks up only the conflicts refused since.
          01 EXCP-OPEN-REC.
            03 EO-KEY                PIC X(31).
            03 FILLER                PIC X(1).
            03 EO-FIELD              PIC X(1).
            03 FILLER                PIC X(1).
            03 EO-FIRST-SEEN         PIC X(14).
            03 FILLER                PIC X(1).
            03 EO-SEEN-COUNT         PIC 9(5).
            03 FILLER                PIC X(1).
            03 EO-OLD-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EO-NEW-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EO-CALLER             PIC X(12).

          01 EXCP-OPEN-HDR.
            03 EH-TAG                PIC X(5).
              88 EH-IS-HEADER            VALUE "*HWM*".
            03 FILLER                PIC X(1).
            03 EH-HIGH-WATER         PIC X(14).
            03 FILLER                PIC X(169).

      * EXCPDEC, the desk's decisions for the cycle, one per line:
      * the number, the NUMFACTS field code (E R F B D C G A), and KEEP
      * (the value on file stands), REPLACE (the attempted value
      * goes on file) or BLANK (the field is cleared, so the next
      * BACKFILL or utility run works it out afresh), separated by
      * spaces - "12345 R KEEP". Lines that are blank or start with
      * "*" are comments.
