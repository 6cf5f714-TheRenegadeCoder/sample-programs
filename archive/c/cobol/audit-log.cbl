      * instead of scraping the result text for marker strings. The
      * outcome is stamped here, once, from the RETURN-CODE the run
      * is ending with plus the shared CLASSIFY-OUTCOME markers.
      *
      * Every record is also numbered (AU-SEQ) and chained (AU-CHAIN,
      * see AUDCHN.CPY) so a line deleted or edited afterwards shows
      * up when AUDIT-VFY walks the trail. The number and check
      * value to carry on from are read off the last record on the
      * trail each time it is opened to be written, and carried
      * forward only while it stays open: between closes another
      * run unit - a utility the menu starts, say - may have
      * appended records of its own.
      *
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) the records go
      * to the AUDTTEST shadow trail instead, numbered and chained
      * on from that trail's own last record, each one stamped as a
      * test record.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.
        DATA DIVISION.

        WORKING-STORAGE SECTION.
          01 WS-AUDIT-STATUS         PIC XX.
          01 WS-AUDIT-DD             PIC X(8) VALUE "AUDITLOG".
          COPY RUNMODE.
          01 WS-TIMESTAMP            PIC X(21).

      * Requestor/department code for the chargeback split, picked up
          01 WS-SESSION-SWITCH       PIC X VALUE "N".
            88 AUDIT-SESSION-OPEN        VALUE "Y".

      * Where the trail's numbering and chain stand: loaded off the
      * trail's last record at each open, then carried forward as
      * each record is written until the close. WS-CHAIN-TEXT,
      * WS-CHAIN-VALUE and WS-CHAIN-IDX are the shared
      * COMPUTE-AUDIT-CHAIN paragraph's.
          01 WS-TAIL-SWITCH          PIC X VALUE "N".
            88 TRAIL-TAIL-LOADED         VALUE "Y".
          01 WS-LAST-SEQ             PIC 9(9) VALUE 0.
          01 WS-LAST-CHAIN           PIC 9(9) VALUE 0.
          01 WS-TAIL-EOF-SWITCH      PIC X.
            88 END-OF-TRAIL              VALUE "Y".
          01 WS-CHAIN-TEXT           PIC X(132).
          01 WS-CHAIN-VALUE          PIC 9(9).
          01 WS-CHAIN-IDX            PIC 9(3).

        LINKAGE SECTION.
          01 LS-PROGRAM-ID           PIC X(12).
          01 LS-INPUT-VALUE          PIC X(38).
        PROCEDURE DIVISION USING LS-PROGRAM-ID LS-INPUT-VALUE
                                  LS-RESULT LS-RUN-ID LS-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF NOT TRAIL-TAIL-LOADED
              PERFORM LOAD-TRAIL-TAIL
           END-IF.
           IF NOT AUDIT-SESSION-OPEN
              PERFORM OPEN-TRAIL-EXTEND
           END-IF.
           MOVE LS-INPUT-VALUE TO AU-INPUT.
           MOVE LS-RESULT TO AU-RESULT.
           MOVE LS-RC TO AU-RC.
           IF TEST-RUN
              MOVE "T" TO AU-RUN-MODE
           END-IF.

      * A non-zero RETURN-CODE is a failure by the shop convention
      * whatever the wording; a zero one still gets the marker test,
              END-IF
           END-IF.

           ADD 1 TO WS-LAST-SEQ.
           MOVE WS-LAST-SEQ TO AU-SEQ.
           MOVE AUDIT-FILE-REC (1:132) TO WS-CHAIN-TEXT.
           MOVE WS-LAST-CHAIN TO WS-CHAIN-VALUE.
           PERFORM COMPUTE-AUDIT-CHAIN.
           MOVE WS-CHAIN-VALUE TO AU-CHAIN WS-LAST-CHAIN.

           WRITE AUDIT-FILE-REC.
           IF NOT AUDIT-SESSION-OPEN
              CLOSE AUDIT-FILE
              MOVE "N" TO WS-TAIL-SWITCH
           END-IF.
           GOBACK.

      * open/close.
          AUDIT-LOG-BEGIN-SESSION.
           ENTRY "AUDIT-LOG-BEGIN".
           IF NOT TRAIL-TAIL-LOADED
              PERFORM LOAD-TRAIL-TAIL
           END-IF.
           IF NOT AUDIT-SESSION-OPEN
              PERFORM OPEN-TRAIL-EXTEND
              MOVE "Y" TO WS-SESSION-SWITCH
           IF AUDIT-SESSION-OPEN
              CLOSE AUDIT-FILE
              MOVE "N" TO WS-SESSION-SWITCH
              MOVE "N" TO WS-TAIL-SWITCH
           END-IF.
           GOBACK.

           END-IF.

          COPY AUDCLS.

      * The last record on the trail carries the number and check
      * value to go on from. A trail that is missing or empty, or
      * whose last record was written before records were numbered,
      * starts a new chain at 1 from zero. The run mode is settled
      * here too, so every record goes to the same trail the tail
      * was read from.
          LOAD-TRAIL-TAIL.
           MOVE 0 TO WS-LAST-SEQ WS-LAST-CHAIN.
           MOVE "Y" TO WS-TAIL-SWITCH.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "AUDTTEST" TO WS-AUDIT-DD
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH.
           MOVE "N" TO WS-TAIL-EOF-SWITCH.
           PERFORM UNTIL END-OF-TRAIL
              READ AUDIT-FILE
                 AT END MOVE "Y" TO WS-TAIL-EOF-SWITCH
                 NOT AT END PERFORM NOTE-TRAIL-RECORD
              END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

          NOTE-TRAIL-RECORD.
           IF AU-SEQ IS NUMERIC AND AU-CHAIN IS NUMERIC
              MOVE AU-SEQ TO WS-LAST-SEQ
              MOVE AU-CHAIN TO WS-LAST-CHAIN
           ELSE
              MOVE 0 TO WS-LAST-SEQ WS-LAST-CHAIN
           END-IF.

          COPY AUDCHN.
