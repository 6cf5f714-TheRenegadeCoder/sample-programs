      * the number itself) instead of being printed once and forgotten.
      * A caller passes which single field it owns (LS-FIELD-CODE "E"
      * parity, "R" primality, "F" factorial, "B" Fibonacci, "D"
      * divisor class, "C" Collatz stopping time, "G" Goldbach
      * pair, "A" aliquot sequence) and the text to store there; the
      * other fields of the record, if any, are left as whatever an
      * earlier caller already recorded for that number.
      *
      * Every update is also appended to the NUMFJRNL journal (key,
      * field code, value, timestamp, caller) before the indexed file is
      * touched, so a crash mid-REWRITE or a damaged file no longer
      * loses everything: NUMF-RECOVER replays the journal from the
      * top to reconstruct NUMFACTS from empty, the same protection
      * every other master file in the shop gets.
      *
      * Under a TEST run (NUMMODE, see RUNMODE.CPY) the facts file,
      * the journal and the exception file are the NUMFTEST,
      * JRNLTEST and EXCPTEST shadows instead, journal and exception
      * lines are stamped as test records, and every update that
      * would have changed the production master - a new record, a
      * blank field filled, a conflict refused - is logged to SIMCHG
      * through SIM-LOG. The shadow facts file is seeded from the
      * master by the test job, so the new / fill / refuse decisions
      * are the ones production would have made.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT NUMFACTS-FILE ASSIGN USING WS-NUMFACTS-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NF-KEY
              ALTERNATE RECORD KEY IS NF-DIVCLASS
                  WITH DUPLICATES
              FILE STATUS IS WS-NUMFACTS-STATUS.
          SELECT NUMF-JRNL-FILE ASSIGN USING WS-NUMFJRNL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFJRNL-STATUS.
          SELECT NUMF-EXCP-FILE ASSIGN USING WS-NUMFEXCP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUMFEXCP-STATUS.
        DATA DIVISION.
            03 EX-NEW-VALUE          PIC X(60).
            03 FILLER                PIC X(1).
            03 EX-CALLER             PIC X(12).
            03 FILLER                PIC X(1).
            03 EX-RUN-MODE           PIC X(1).

        WORKING-STORAGE SECTION.
          01 WS-NUMFACTS-STATUS      PIC XX.
          01 WS-OLD-VALUE            PIC X(60).
          01 WS-NEW-VALUE            PIC X(60).

      * Dataset names the three files open under: the production
      * ones, or the shadows when the run mode (settled on the first
      * call of the run unit) is TEST.
          01 WS-NUMFACTS-DD          PIC X(8) VALUE "NUMFACTS".
          01 WS-NUMFJRNL-DD          PIC X(8) VALUE "NUMFJRNL".
          01 WS-NUMFEXCP-DD          PIC X(8) VALUE "NUMFEXCP".
          01 WS-MODE-SWITCH          PIC X VALUE "N".
            88 RUN-MODE-SETTLED          VALUE "Y".
          COPY RUNMODE.
          COPY SIMCOM.

      * Batch-session switch: between a NUMFACT-BEGIN and a
      * NUMFACT-END call the facts file and the journal stay open
      * across updates, so a wide RANGE or batch run spends its
              INVALID KEY
                 MOVE "Y" TO WS-NEW-RECORD-SWITCH
                 MOVE SPACES TO NF-PARITY NF-PRIMALITY NF-FACTORIAL
                    NF-FIBONACCI NF-DIVCLASS NF-COLLATZ NF-GOLDBACH
                    NF-ALIQUOT
           END-READ.

      * A fact never legitimately changes once stored: an attempt
              WHEN "C"
                 MOVE NF-COLLATZ TO WS-OLD-VALUE
                 MOVE LS-VALUE TO WS-NEW-VALUE
              WHEN "G"
                 MOVE NF-GOLDBACH TO WS-OLD-VALUE
                 MOVE LS-VALUE (1:30) TO WS-NEW-VALUE
              WHEN "A"
                 MOVE NF-ALIQUOT TO WS-OLD-VALUE
                 MOVE LS-VALUE TO WS-NEW-VALUE
           END-EVALUATE.
           IF WS-OLD-VALUE IS NOT EQUAL TO SPACES
                 AND WS-OLD-VALUE IS NOT EQUAL TO WS-NEW-VALUE
                 MOVE LS-VALUE (1:1) TO NF-DIVCLASS
              WHEN "C"
                 MOVE LS-VALUE TO NF-COLLATZ
              WHEN "G"
                 MOVE LS-VALUE (1:30) TO NF-GOLDBACH
              WHEN "A"
                 MOVE LS-VALUE TO NF-ALIQUOT
           END-EVALUATE.

      * The journal entry goes out before the indexed WRITE/REWRITE,
           END-IF.
           GOBACK.

      * Read-only lookup: hands back whatever is already on file
      * for the one field named (spaces when the number has no
      * record or the field is still blank), so a batch pass can
      * answer a repeat input from the facts file instead of
      * working it out again. Nothing is journaled or rewritten;
      * inside a session the open file is simply read.
          NUMFACT-LOOKUP-FIELD.
           ENTRY "NUMFACT-LOOKUP" USING LS-KEY LS-FIELD-CODE LS-VALUE
                                  LS-CALLER.
           IF NOT NUMFACT-SESSION-OPEN
              PERFORM OPEN-FACTS-FILE
           END-IF.
           MOVE SPACES TO LS-VALUE.
           PERFORM SET-RECORD-KEY.
           READ NUMFACTS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 EVALUATE LS-FIELD-CODE
                    WHEN "E"
                       MOVE NF-PARITY TO LS-VALUE
                    WHEN "R"
                       MOVE NF-PRIMALITY TO LS-VALUE
                    WHEN "F"
                       MOVE NF-FACTORIAL TO LS-VALUE
                    WHEN "B"
                       MOVE NF-FIBONACCI TO LS-VALUE
                    WHEN "D"
                       MOVE NF-DIVCLASS TO LS-VALUE
                    WHEN "C"
                       MOVE NF-COLLATZ TO LS-VALUE
                    WHEN "G"
                       MOVE NF-GOLDBACH TO LS-VALUE
                    WHEN "A"
                       MOVE NF-ALIQUOT TO LS-VALUE
                 END-EVALUATE
           END-READ.
           IF NOT NUMFACT-SESSION-OPEN
              CLOSE NUMFACTS-FILE
           END-IF.
           GOBACK.

          OPEN-FACTS-FILE.
           IF NOT RUN-MODE-SETTLED
              PERFORM SETTLE-RUN-MODE
           END-IF.
           OPEN I-O NUMFACTS-FILE.
           IF WS-NUMFACTS-STATUS IS EQUAL TO "35"
              OPEN OUTPUT NUMFACTS-FILE
           END-IF.

      * Any other open failure - a record-length conflict from a
      * file still on an earlier layout (run the matching conversion
      * job once - NUMFCNV5 for the 214-byte signed-key file), a
      * lock, a damaged index - must stop the run loudly here:
      * carrying on would let every update die in the INVALID KEY
      * CONTINUE clauses below and the suite would silently stop
      * recording facts.
           IF WS-NUMFACTS-STATUS IS NOT EQUAL TO "00"
              DISPLAY "NUMFACT: number facts file open failed,"
                 " status " WS-NUMFACTS-STATUS
              MOVE RC-SELF-CHECK-FAILED TO RETURN-CODE
              STOP RUN.

          SETTLE-RUN-MODE.
           MOVE "Y" TO WS-MODE-SWITCH.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "NUMMODE".
           IF TEST-RUN
              MOVE "NUMFTEST" TO WS-NUMFACTS-DD
              MOVE "JRNLTEST" TO WS-NUMFJRNL-DD
              MOVE "EXCPTEST" TO WS-NUMFEXCP-DD
           END-IF.

      * Lays the signed caller key onto the record's sign-plus-
      * magnitude shape: "+" for zero and positives, "-" for
      * negatives, magnitude always unsigned.
           MOVE WS-OLD-VALUE TO EX-OLD-VALUE.
           MOVE WS-NEW-VALUE TO EX-NEW-VALUE.
           MOVE LS-CALLER TO EX-CALLER.
           IF TEST-RUN
              MOVE "T" TO EX-RUN-MODE
           END-IF.
           WRITE NUMF-EXCP-REC.
           CLOSE NUMF-EXCP-FILE.
           IF TEST-RUN
              MOVE "REFUSE" TO WS-SIM-ACTION
              PERFORM LOG-SIM-CHANGE
           END-IF.

      * Appends one line per update to NUMFJRNL, created on first
      * use the same way AUDIT-LOG creates AUDITLOG; inside a
           MOVE NF-KEY TO JR-KEY.
           MOVE LS-FIELD-CODE TO JR-FIELD.
           MOVE LS-VALUE TO JR-VALUE.
           MOVE LS-CALLER TO JR-CALLER.
           IF TEST-RUN
              MOVE "T" TO JR-RUN-MODE
           END-IF.
           WRITE NUMF-JRNL-REC.
           IF NOT NUMFACT-SESSION-OPEN
              CLOSE NUMF-JRNL-FILE
           END-IF.

      * A re-sent value already on file is no change; anything else
      * the journal takes is one production would have made.
           IF TEST-RUN AND WS-OLD-VALUE IS NOT EQUAL TO WS-NEW-VALUE
              IF NUMFACT-IS-NEW-RECORD
                 MOVE "ADD" TO WS-SIM-ACTION
              ELSE
                 MOVE "FILL" TO WS-SIM-ACTION
              END-IF
              PERFORM LOG-SIM-CHANGE
           END-IF.

      * One SIMCHG line for the update in hand, against the
      * production master the shadow stands in for.
          LOG-SIM-CHANGE.
           MOVE LS-CALLER TO WS-SIM-CALLER.
           MOVE "NUMFACTS" TO WS-SIM-TARGET.
           MOVE NF-KEY TO WS-SIM-KEY.
           MOVE LS-FIELD-CODE TO WS-SIM-FIELD.
           MOVE WS-OLD-VALUE TO WS-SIM-OLD-VALUE.
           MOVE WS-NEW-VALUE TO WS-SIM-NEW-VALUE.
           CALL "SIM-LOG" USING WS-SIM-CALLER WS-SIM-TARGET
              WS-SIM-ACTION WS-SIM-KEY WS-SIM-FIELD
              WS-SIM-OLD-VALUE WS-SIM-NEW-VALUE
           END-CALL.
