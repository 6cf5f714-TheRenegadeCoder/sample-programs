      * the caller that sent the conflicting value - every conflict
      * is evidence of trouble upstream, and this says where.
          01 WS-NUMFACT-CALLER       PIC X(12) VALUE SPACES.

      * Set by a caller's lookup paragraph after a NUMFACT-LOOKUP
      * call: "Y" when the facts file already holds a usable answer
      * for the number, so the batch pass writes that instead of
      * working the number out again. A stored "VALUE TOO LARGE TO
      * REPRESENT" is not an answer - the output line carries the
      * full value, which the 60-character field could not hold.
          01 WS-NUMFACT-HIT-SW       PIC X VALUE "N".
            88 NUMFACT-ANSWER-ON-FILE    VALUE "Y".
