      * Record layout of the BAKLIB pattern library (keyed on the
      * pattern name), maintained by BAK-MAINT and read by BAKLAVA
      * whenever a shape token names none of its built-in shapes.
      * A pattern is a run of row bands drawn top to bottom. Every
      * count in a band is a rule of the form
      *     K * PATTERN-SIZE + C + R * row
      * where row counts 0, 1, 2 ... down the band, so one entry
      * scales with the size the way the built-in shapes do. A band
      * gives its row count (no R term), the leading blanks on each
      * row, and up to four runs laid left to right after them,
      * each of fill characters (F) or blanks (B). A rule that works
      * out below zero draws nothing; rows stop at the 100-column
      * line. For example the classic diamond is two bands:
      *     rows 1S+0      lead 1S+0-1r  run F 0S+1+2r
      *     rows 1S+1      lead 0S+0+1r  run F 2S+1-2r
      * BL-VERSION starts at 1 on ADD and steps on every REPLACE;
      * BAKLAVA names it in its audit entry so the trail shows which
      * version of a shape was printed.
          01 BAK-LIB-REC.
            03 BL-NAME                PIC X(10).
            03 BL-VERSION             PIC 9(4).
            03 BL-STAMP               PIC X(14).
            03 BL-OPERATOR            PIC X(8).
            03 BL-DESCRIPTION         PIC X(30).
            03 BL-BAND-COUNT          PIC 9(2).
            03 BL-BAND OCCURS 8 TIMES.
              05 BL-ROWS-K            PIC S9(2).
              05 BL-ROWS-C            PIC S9(3).
              05 BL-LEAD-K            PIC S9(2).
              05 BL-LEAD-C            PIC S9(3).
              05 BL-LEAD-R            PIC S9(2).
              05 BL-RUN-COUNT         PIC 9(1).
              05 BL-RUN OCCURS 4 TIMES.
                07 BL-RUN-KIND        PIC X(1).
                07 BL-RUN-K           PIC S9(2).
                07 BL-RUN-C           PIC S9(3).
                07 BL-RUN-R           PIC S9(2).
