        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPER-PROF.

      * Loads the OPERPROF operator role profile (layout and line
      * format in OPRPROF.CPY) into the caller's profile area, the
      * way SHOP-CONFIG loads SHOPCNFG into CFG-SHOP-VALUES: OPER-AUTH
      * reads it for every gate and sign-on, ACCESS-RVW for the
      * monthly review, so both see the same roles the same way.
      * A malformed line, an operator id listed twice, or a table
      * overflow is reported and the line is skipped; it never
      * widens anybody's access. An operator id or role name longer
      * than its 8 bytes makes the line malformed, and a function
      * longer than its 24 is skipped the same way: cut short, any of
      * them could match another id, role or function.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
          SELECT OPER-PROF-FILE ASSIGN TO "OPERPROF"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPERPROF-STATUS.
        DATA DIVISION.
        FILE SECTION.
          FD OPER-PROF-FILE.
          01 OPER-PROF-REC           PIC X(80).

        WORKING-STORAGE SECTION.
          01 WS-OPERPROF-STATUS      PIC XX.
          01 WS-EOF-SWITCH           PIC X VALUE "N".
            88 END-OF-PROFILE            VALUE "Y".
          01 WS-PROF-LINE            PIC X(80).
          01 WS-PROF-PTR             PIC 9(3).
          01 WS-PROF-VERB            PIC X(8).
          01 WS-PROF-NAME            PIC X(10).
          01 WS-PROF-TOKEN           PIC X(30).
          01 WS-USER-IDX             PIC 9(3).
          01 WS-DUP-SW               PIC X.
            88 USER-ALREADY-LISTED       VALUE "Y".

        LINKAGE SECTION.
          COPY OPRPROF.

        PROCEDURE DIVISION USING OPER-PROFILE-AREA.
           MOVE 0 TO OP-USER-CNT OP-GRANT-CNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT OPER-PROF-FILE.
           MOVE WS-OPERPROF-STATUS TO OP-PROFILE-STATUS.
           IF WS-OPERPROF-STATUS IS NOT EQUAL TO "00"
              GOBACK.
           PERFORM UNTIL END-OF-PROFILE
              READ OPER-PROF-FILE
                 AT END MOVE "Y" TO WS-EOF-SWITCH
                 NOT AT END PERFORM LOAD-PROFILE-LINE
              END-READ
           END-PERFORM.
           CLOSE OPER-PROF-FILE.
           GOBACK.

          LOAD-PROFILE-LINE.
           MOVE FUNCTION TRIM(OPER-PROF-REC, LEADING) TO WS-PROF-LINE.
           IF WS-PROF-LINE IS EQUAL TO SPACES
                 OR WS-PROF-LINE (1:1) IS EQUAL TO "*"
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PROF-VERB WS-PROF-NAME WS-PROF-TOKEN.
           MOVE 1 TO WS-PROF-PTR.
           UNSTRING WS-PROF-LINE DELIMITED BY ALL SPACE
              INTO WS-PROF-VERB WS-PROF-NAME
              WITH POINTER WS-PROF-PTR
           END-UNSTRING.
           IF WS-PROF-NAME IS EQUAL TO SPACES
                 OR WS-PROF-NAME (9:2) IS NOT EQUAL TO SPACES
              PERFORM REPORT-BAD-LINE
              EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-PROF-VERB
              WHEN "ROLE"
                 PERFORM LOAD-ROLE-GRANTS
              WHEN "USER"
                 PERFORM LOAD-USER-ROLE
              WHEN OTHER
                 PERFORM REPORT-BAD-LINE
           END-EVALUATE.

      * Every function named after the role goes in as one grant.
          LOAD-ROLE-GRANTS.
           PERFORM UNTIL WS-PROF-PTR > 80
              MOVE SPACES TO WS-PROF-TOKEN
              UNSTRING WS-PROF-LINE DELIMITED BY ALL SPACE
                 INTO WS-PROF-TOKEN
                 WITH POINTER WS-PROF-PTR
              END-UNSTRING
              IF WS-PROF-TOKEN (25:6) IS NOT EQUAL TO SPACES
                 DISPLAY "OPER-PROF: function name too long, "
                    FUNCTION TRIM(WS-PROF-TOKEN) " ignored"
              ELSE IF WS-PROF-TOKEN IS NOT EQUAL TO SPACES
                 IF OP-GRANT-CNT NOT LESS THAN 300
                    DISPLAY "OPER-PROF: more than 300 grants, "
                       FUNCTION TRIM(WS-PROF-TOKEN) " ignored"
                 ELSE
                    ADD 1 TO OP-GRANT-CNT
                    MOVE WS-PROF-NAME TO OP-GRANT-ROLE (OP-GRANT-CNT)
                    MOVE WS-PROF-TOKEN TO OP-GRANT-FUNC (OP-GRANT-CNT)
                 END-IF
              END-IF
              END-IF
           END-PERFORM.

      * An id listed twice keeps its first role; a second line is
      * more likely a keying slip than an intended upgrade.
          LOAD-USER-ROLE.
           MOVE SPACES TO WS-PROF-TOKEN.
           UNSTRING WS-PROF-LINE DELIMITED BY ALL SPACE
              INTO WS-PROF-TOKEN
              WITH POINTER WS-PROF-PTR
           END-UNSTRING.
           IF WS-PROF-TOKEN IS EQUAL TO SPACES
                 OR WS-PROF-TOKEN (9:22) IS NOT EQUAL TO SPACES
              PERFORM REPORT-BAD-LINE
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-DUP-SW.
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                    UNTIL WS-USER-IDX > OP-USER-CNT
              IF OP-USER-ID (WS-USER-IDX) IS EQUAL TO WS-PROF-NAME
                 MOVE "Y" TO WS-DUP-SW
              END-IF
           END-PERFORM.
           IF USER-ALREADY-LISTED
              DISPLAY "OPER-PROF: " FUNCTION TRIM(WS-PROF-NAME)
                 " listed twice, first role kept"
           ELSE IF OP-USER-CNT NOT LESS THAN 500
              DISPLAY "OPER-PROF: more than 500 operators, "
                 FUNCTION TRIM(WS-PROF-NAME) " ignored"
           ELSE
              ADD 1 TO OP-USER-CNT
              MOVE WS-PROF-NAME TO OP-USER-ID (OP-USER-CNT)
              MOVE WS-PROF-TOKEN TO OP-USER-ROLE (OP-USER-CNT)
           END-IF.

          REPORT-BAD-LINE.
           DISPLAY "OPER-PROF: line not understood, ignored: "
              FUNCTION TRIM(WS-PROF-LINE).
