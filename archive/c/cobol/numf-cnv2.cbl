      * refuses to run against an old layout, so an unconverted file
      * cannot be silently updated either. Historical: its RELOAD
      * partner was the NUMF-MAINT of its era - the shipped
      * NUMF-MAINT loads only the signed 304-byte image.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
