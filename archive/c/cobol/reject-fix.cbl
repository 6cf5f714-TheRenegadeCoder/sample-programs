          01 WS-COUNT-EDIT2          PIC Z(6)9.
          01 WS-RPT-TEXT             PIC X(60).
          01 WS-FINAL-RC             PIC 9(4).
          01 WS-AUTH-MODE            PIC X(10).
          01 WS-AUTH-DECISION        PIC X(1).

          COPY VALCOM.
          COPY AUDCOM.
                 STOP RUN
           END-EVALUATE.

      * The repaired records go straight into the next input
      * generation, so a repair run is behind the shared operator
      * gate: the NUMOPER operator's OPERPROF role has to hold
      * REJECT-FIX, or REJECT-FIX/<feed> for just the one feed, and
      * OPER-AUTH stamps the decision into AUDITLOG either way.
           MOVE "REJECT-FIX" TO WS-AUDIT-PROGRAM.
           MOVE CMD-ARGS (1:10) TO WS-AUTH-MODE.
           CALL "OPER-AUTH" USING WS-AUDIT-PROGRAM WS-AUTH-MODE
              WS-AUTH-DECISION
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "Repair run denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.

           PERFORM LOAD-CORRECTIONS.
           OPEN INPUT EDIT-REJ-FILE.
           IF WS-EDITREJ-STATUS IS NOT EQUAL TO "00" THEN
