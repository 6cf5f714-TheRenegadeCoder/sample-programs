      * with the new indexes. See NUMFAIX.jcl, which pairs the two
      * steps. The record layout itself is unchanged. Historical:
      * its RELOAD partner was the NUMF-MAINT of its era - the
      * shipped NUMF-MAINT loads only the signed 304-byte image.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
