      * One known-answer case for CERT-RUN, on an 80-byte card so the
      * case deck can be kept in-stream in CERTIFY.jcl. A "*" in
      * column 1 is a comment card.
      *   KC-CASE-ID      short name printed on the certificate;
      *   KC-UTILITY      the program as DISPATCHER names it, its
      *                   load module's file name ("factorial",
      *                   "gcd-lcm");
      *   KC-EXPECT-RC    the RETURN-CODE the case must end with;
      *   KC-MATCH        how the result is judged against the
      *                   AUDITLOG line the case writes under its
      *                   program's own name:
      *                     E  the last line's result is exactly the
      *                        expected text;
      *                     P  the last line's result begins with it
      *                        (answers longer than the 30-byte
      *                        result field, or with a suffix that
      *                        varies);
      *                     A  any of the case's lines carries it
      *                        (batch modes, one line per record);
      *                     I  the last line's recorded input is the
      *                        expected text (BAKLAVA, whose input
      *                        line carries the size, fill and shape
      *                        it settled on);
      *                     R  the RETURN-CODE alone;
      *   KC-TEXT         the arguments, then " => " and the expected
      *                   text (nothing after the arrow for R); a case
      *                   with no arguments starts at the "=>". The
      *                   arguments go to the command line as keyed,
      *                   so keep "*", "#", ";" and "&" off them.
          01 CERT-CASE-REC.
            03 KC-CASE-ID            PIC X(6).
            03 FILLER                PIC X(1).
            03 KC-UTILITY            PIC X(12).
            03 FILLER                PIC X(1).
            03 KC-EXPECT-RC          PIC 9(2).
            03 FILLER                PIC X(1).
            03 KC-MATCH              PIC X(1).
              88 KC-MATCH-EXACT          VALUE "E".
              88 KC-MATCH-PREFIX         VALUE "P".
              88 KC-MATCH-ANY-LINE       VALUE "A".
              88 KC-MATCH-INPUT          VALUE "I".
              88 KC-MATCH-RC-ONLY        VALUE "R".
              88 KC-MATCH-VALID          VALUE "E" "P" "A" "I" "R".
            03 FILLER                PIC X(1).
            03 KC-TEXT               PIC X(55).
