          01 GAP-RPT-REC             PIC X(80).

          FD STATS-RPT-FILE.
          01 STATS-RPT-REC           PIC X(140).

          FD ALERT-RPT-FILE.
          01 ALERT-RPT-REC           PIC X(100).
