        IDENTIFICATION DIVISION.
        PROGRAM-ID. NUMF-CNV5.

      * The NUMFACTS master layout conversion that follows NUMF-CNV3,
      * in the same shape as NUMF-CNVT through NUMF-CNV3 before it:
      * reads a file still on the 214-byte signed-key record
      * (from before NF-GOLDBACH and NF-ALIQUOT were added) and
      * writes every record, laid flat on the new 304-byte shape
      * with both new fields blank, to NUMFBKP. A NUMF-MAINT RELOAD
      * run against that backup then rebuilds the master on the new
      * layout; see NUMFCNV5.jcl, which pairs the two steps. The key
      * and every existing field carry across untouched, so the
      * journal needs no cutover.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMFACTS-OLD-FILE ASSIGN TO "NUMFACTS"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NFO-KEY
              ALTERNATE RECORD KEY IS NFO-PRIMALITY
                  WITH DUPLICATES
              ALTERNATE RECORD KEY IS NFO-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT NUMF-BKP-FILE ASSIGN TO "NUMFBKP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFBKP-STATUS.
        DATA DIVISION.
        FILE SECTION.

      * The record as the file stood before NF-GOLDBACH and
      * NF-ALIQUOT grew the layout; this is the one place that shape
      * is still spelled out, on purpose.
          FD NUMFACTS-OLD-FILE.
          01 NUMFACTS-OLD-REC.
            03 NFO-KEY.
              05 NFO-KEY-SIGN        PIC X(1).
              05 NFO-KEY-VALUE       PIC 9(30).
            03 NFO-PARITY            PIC X(1).
            03 NFO-PRIMALITY         PIC X(1).
            03 NFO-FACTORIAL         PIC X(60).
            03 NFO-FIBONACCI         PIC X(60).
            03 NFO-DIVCLASS          PIC X(1).
            03 NFO-COLLATZ           PIC X(60).

          FD NUMF-BKP-FILE.
          01 NUMF-BKP-REC            PIC X(304).

        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-NUMFBKP-STATUS       PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-OLD-FILE           VALUE "Y".
          01 WS-RECORD-COUNT         PIC 9(7) VALUE 0.
          01 WS-COUNT-EDIT           PIC Z(6)9.

      * The new shape the backup record is laid out on - the same
      * flat image NUMF-MAINT's RELOAD reads back.
          01 WS-FLAT-REC.
            03 WS-FLAT-KEY.
              05 WS-FLAT-KEY-SIGN    PIC X(1).
              05 WS-FLAT-KEY-VALUE   PIC 9(30).
            03 WS-FLAT-PARITY        PIC X(1).
            03 WS-FLAT-PRIMALITY     PIC X(1).
            03 WS-FLAT-FACTORIAL     PIC X(60).
            03 WS-FLAT-FIBONACCI     PIC X(60).
            03 WS-FLAT-DIVCLASS      PIC X(1).
            03 WS-FLAT-COLLATZ       PIC X(60).
            03 WS-FLAT-GOLDBACH      PIC X(30).
            03 WS-FLAT-ALIQUOT       PIC X(60).

          COPY RETCODE.

        PROCEDURE DIVISION.
           OPEN INPUT NUMFACTS-OLD-FILE.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00" THEN
              DISPLAY "NUMF-CNV5: old-layout open failed, status "
                 WS-NUMFACTS-STATUS
              DISPLAY "NUMF-CNV5: nothing converted - the file is"
                 " missing or already on the new layout"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           MOVE LOW-VALUES TO NFO-KEY.
           START NUMFACTS-OLD-FILE KEY IS NOT LESS THAN NFO-KEY
              INVALID KEY MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           OPEN OUTPUT NUMF-BKP-FILE.
           PERFORM UNTIL END-OF-OLD-FILE
              READ NUMFACTS-OLD-FILE NEXT RECORD
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM CONVERT-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE NUMFACTS-OLD-FILE NUMF-BKP-FILE.
           MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT.
           DISPLAY "Records converted: " FUNCTION TRIM(WS-COUNT-EDIT).
           DISPLAY "Run NUMF-MAINT RELOAD against the backup to"
              " rebuild the master on the new layout.".
           MOVE RC-SUCCESS TO RETURN-CODE.
           STOP RUN.

          CONVERT-ONE-RECORD.
           MOVE SPACES TO WS-FLAT-REC.
           MOVE NFO-KEY-SIGN TO WS-FLAT-KEY-SIGN.
           MOVE NFO-KEY-VALUE TO WS-FLAT-KEY-VALUE.
           MOVE NFO-PARITY TO WS-FLAT-PARITY.
           MOVE NFO-PRIMALITY TO WS-FLAT-PRIMALITY.
           MOVE NFO-FACTORIAL TO WS-FLAT-FACTORIAL.
           MOVE NFO-FIBONACCI TO WS-FLAT-FIBONACCI.
           MOVE NFO-DIVCLASS TO WS-FLAT-DIVCLASS.
           MOVE NFO-COLLATZ TO WS-FLAT-COLLATZ.
           MOVE WS-FLAT-REC TO NUMF-BKP-REC.
           WRITE NUMF-BKP-REC.
           ADD 1 TO WS-RECORD-COUNT.
