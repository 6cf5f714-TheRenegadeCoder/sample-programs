        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT PRIME-CACHE-FILE ASSIGN USING WS-CACHE-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CACHE-KEY
          01 WS-TO-TOKEN            PIC X(10).
          01 WS-NUM-TOKEN           PIC X(38).
          01 WS-CACHE-STATUS        PIC XX.

      * PRIMECAC, or the CACHTEST shadow under a TEST run (NUMMODE,
      * see RUNMODE.CPY), where every verdict added is also logged
      * to SIMCHG as one production would have added.
          01 WS-CACHE-DD            PIC X(8) VALUE "PRIMECAC".
          01 WS-CACHE-FOUND-SWITCH  PIC X VALUE "N".
            88 CACHE-HIT                 VALUE "Y".
          01 WS-BUSY-TRY-CNT        PIC 9(2).
          COPY NUMFCOM.
          COPY SHOPCFG.
          COPY STATCOM.
          COPY RUNMODE.
          COPY SIMCOM.

        PROCEDURE DIVISION.
           ACCEPT CMDARGS FROM COMMAND-LINE.
      * first time it is referenced) so repeat lookups on a value we
      * have already tested are served without re-running ISPRIME.
          OPEN-CACHE.
            ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
            IF TEST-RUN
               MOVE "CACHTEST" TO WS-CACHE-DD
            END-IF.
            OPEN I-O PRIME-CACHE-FILE.
            IF WS-CACHE-STATUS IS EQUAL TO "35"
               OPEN OUTPUT PRIME-CACHE-FILE
            MOVE NUM TO CACHE-KEY.
            MOVE "P" TO CACHE-PRIME-FLAG.
            MOVE SPACES TO CACHE-FACTOR-LIST.
            WRITE PRIME-CACHE-REC INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM NOTE-CACHE-ADD
            END-WRITE.

          CLEANUP-STOP.
            PERFORM WRITE-AUDIT.
            ELSE
               MOVE WS-FACTOR-LIST TO CACHE-FACTOR-LIST
            END-IF.
            WRITE PRIME-CACHE-REC INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM NOTE-CACHE-ADD
            END-WRITE.
            PERFORM CLEANUP-STOP.

      * Walks candidate divisors from 2 upward, dividing NUM down to 1
                  MOVE WS-FACTOR-LIST TO CACHE-FACTOR-LIST
               END-IF
            END-IF.
            WRITE PRIME-CACHE-REC INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM NOTE-CACHE-ADD
            END-WRITE.

      * Bulk-records each candidate's verdict into the shared
      * NUMFACTS lookup file, the same "R" field single mode's
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.

      * A verdict just added to the cache is, under a TEST run, one
      * production would have added to PRIMECAC.
          NOTE-CACHE-ADD.
           IF NOT TEST-RUN
              EXIT PARAGRAPH.
           MOVE "PRIME-NUMBER" TO WS-SIM-CALLER.
           MOVE "PRIMECAC" TO WS-SIM-TARGET.
           MOVE "ADD" TO WS-SIM-ACTION.
           MOVE CACHE-KEY TO WS-SIM-KEY.
           MOVE CACHE-PRIME-FLAG TO WS-SIM-FIELD.
           MOVE SPACES TO WS-SIM-OLD-VALUE.
           MOVE CACHE-FACTOR-LIST TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.
