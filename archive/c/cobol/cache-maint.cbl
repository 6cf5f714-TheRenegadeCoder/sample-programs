      *                         CACHE-PRIME-FLAG or CACHE-FACTOR-LIST
      *                         that no longer matches a fresh
      *                         computation.
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) every mode works
      * on the CACHTEST shadow instead, and each entry a PURGE
      * deletes is logged to SIMCHG as one production would have
      * deleted.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PRIME-CACHE-FILE ASSIGN USING WS-CACHE-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY

        WORKING-STORAGE SECTION.
          01 WS-CACHE-STATUS         PIC XX.
          01 WS-CACHE-DD             PIC X(8) VALUE "PRIMECAC".
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-CACHE              VALUE "Y".
          01 CMD-ARGS                PIC X(38).
          COPY AUDCOM.
          COPY RETCODE.
          COPY SHOPCFG.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT CMD-ARGS FROM COMMAND-LINE.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "CACHTEST" TO WS-CACHE-DD
           END-IF.

      * Runtime configuration first: the SHOPCNFG dataset overlays
      * the compiled SHOPCFG defaults before any of them are used.
           END-CALL.
           IF WS-AUTH-DECISION IS NOT EQUAL TO "Y"
              DISPLAY "PURGE denied - operator not authorized"
                 " (NUMOPER's OPERPROF role does not allow it)"
              MOVE RC-VALIDATION-ERROR TO RETURN-CODE
              STOP RUN.
           IF WS-DIR-TOKEN IS NOT EQUAL TO "ABOVE" AND "BELOW"
                 INVALID KEY CONTINUE
              END-DELETE
              ADD 1 TO WS-PURGED-COUNT
              IF TEST-RUN
                 PERFORM NOTE-CACHE-DELETE
              END-IF
           END-IF.

      * Under a TEST run, the entry just purged from the shadow is
      * one production would have purged from PRIMECAC.
          NOTE-CACHE-DELETE.
           MOVE "CACHE-MAINT" TO WS-SIM-CALLER.
           MOVE "PRIMECAC" TO WS-SIM-TARGET.
           MOVE "DELETE" TO WS-SIM-ACTION.
           MOVE CACHE-KEY TO WS-SIM-KEY.
           MOVE CACHE-PRIME-FLAG TO WS-SIM-FIELD.
           MOVE CACHE-FACTOR-LIST TO WS-SIM-OLD-VALUE.
           MOVE SPACES TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.

      * Re-derives the verdict (and the factor list for composites)
      * for every cached entry in the requested range and compares
      * it with what the cache holds; a stale or corrupted entry is
