      * elapsed seconds, and the volumes read / written / errored,
      * so operations can see the nightly window filling up before
      * it blows past the cutoff instead of finding out the night it
      * does. Written to RUNSTRPT and the console. For the programs
      * that answer repeat inputs from NUMFACTS the line also shows
      * how many were answered from the file and how many computed.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          COPY RSTATREC.

          FD STATS-RPT-FILE.
          01 STATS-RPT-REC           PIC X(140).

        WORKING-STORAGE SECTION.
          01 WS-RUNSTATS-STATUS      PIC XX.
              05 WS-TREND-READ       PIC 9(9).
              05 WS-TREND-WRITTEN    PIC 9(9).
              05 WS-TREND-ERRORS     PIC 9(9).
              05 WS-TREND-SPLIT-SW   PIC X(1).
              05 WS-TREND-ANSWERED   PIC 9(9).
              05 WS-TREND-COMPUTED   PIC 9(9).
          01 WS-TREND-IDX            PIC 9(3).
          01 WS-TREND-OVERFLOW-SW    PIC X VALUE "N".
            88 TREND-TABLE-OVERFLOWED    VALUE "Y".
          01 WS-VOL-EDIT2            PIC Z(8)9.
          01 WS-VOL-EDIT3            PIC Z(8)9.
          01 WS-LINE-PTR             PIC 9(4).
          01 WS-PRINT-LINE           PIC X(140).

          COPY RETCODE.

              ADD RS-READ TO WS-TREND-READ (WS-TREND-IDX)
              ADD RS-WRITTEN TO WS-TREND-WRITTEN (WS-TREND-IDX)
              ADD RS-ERRORS TO WS-TREND-ERRORS (WS-TREND-IDX)
              IF RS-ANSWERED IS NUMERIC AND RS-COMPUTED IS NUMERIC
                 MOVE "Y" TO WS-TREND-SPLIT-SW (WS-TREND-IDX)
                 ADD RS-ANSWERED TO WS-TREND-ANSWERED (WS-TREND-IDX)
                 ADD RS-COMPUTED TO WS-TREND-COMPUTED (WS-TREND-IDX)
              END-IF
           END-IF.

          FIND-OR-ADD-TREND-SLOT.
                 MOVE 0 TO WS-TREND-READ (WS-TREND-IDX)
                 MOVE 0 TO WS-TREND-WRITTEN (WS-TREND-IDX)
                 MOVE 0 TO WS-TREND-ERRORS (WS-TREND-IDX)
                 MOVE "N" TO WS-TREND-SPLIT-SW (WS-TREND-IDX)
                 MOVE 0 TO WS-TREND-ANSWERED (WS-TREND-IDX)
                 MOVE 0 TO WS-TREND-COMPUTED (WS-TREND-IDX)
              ELSE
                 IF NOT TREND-TABLE-OVERFLOWED
                    DISPLAY "Warning: more than 200 program-day"
                INTO WS-PRINT-LINE
                WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-TREND-SPLIT-SW (WS-TREND-IDX) IS EQUAL TO "Y"
              MOVE WS-TREND-ANSWERED (WS-TREND-IDX) TO WS-VOL-EDIT
              MOVE WS-TREND-COMPUTED (WS-TREND-IDX) TO WS-VOL-EDIT2
              STRING " FROM-FILE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VOL-EDIT) DELIMITED BY SIZE
                   " COMPUTED=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-VOL-EDIT2) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
                   WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF.
           PERFORM EMIT-LINE.

          EMIT-LINE.
