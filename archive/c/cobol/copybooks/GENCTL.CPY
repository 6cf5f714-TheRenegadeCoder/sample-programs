      * Standard control records on the batch output datasets
      * (FACTOUT, FIBOUT, COLLOUT, GCDOUT, ALIQOUT), shared by the
      * writers and by GEN-CHECK which certifies a generation before
      * a downstream step consumes it. The header opens a fresh
      * generation with the date, program, and run id; the trailer
      * closes it with the detail-record count and a control total -
      * the sum of each detail line's leading numeric token, zero
      * generation truncated by an abend has no trailer (or a
      * trailer that does not add up) and no longer looks exactly
      * like a complete one.
      *
      * FACTORIAL, FIBONACCI, COLLATZ and ALIQUOT also split the
      * detail count on the trailer: how many lines were answered from
      * NUMFACTS and how many were computed (the rest are rejected
      * inputs). Writers that do not look facts up leave the two
      * fields as spaces.
          01 GEN-HDR-REC.
            03 GH-TAG                PIC X(5).
            03 FILLER                PIC X(1).
            03 GT-COUNT              PIC 9(7).
            03 FILLER                PIC X(1).
            03 GT-SUM                PIC 9(15).
            03 FILLER                PIC X(1).
            03 GT-ANSWERED           PIC 9(7).
            03 FILLER                PIC X(1).
            03 GT-COMPUTED           PIC 9(7).
