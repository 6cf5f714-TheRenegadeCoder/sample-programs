        IDENTIFICATION DIVISION.
        PROGRAM-ID. OPER-AUTH.

      * Shared authorization gate for the maintenance modes -
      * CACHE-MAINT PURGE against the production PRIMECAC, NUMF-MAINT
      * RELOAD and NUMF-RECOVER against the NUMFACTS master,
      * EXCP-ADJUD's decisions, BAK-MAINT's library changes and
      * REJECT-FIX's resubmissions - and for MENU-DRIVER's sign-on
      * and menu. The operator's id rides in on the NUMOPER
      * environment name the way NUMRUNID and NUMDEPT do (MENU-DRIVER
      * sets it at sign-on for everything it starts); the OPERPROF
      * role profile (OPRPROF.CPY, loaded through OPER-PROF) maps the
      * id to a role and the role to the functions it may use, so
      * an inquiry clerk, a desk analyst, operations and the DBA
      * each reach only their own part of the system. The read-only
      * modes (STATS, VERIFY, UNLOAD, LIST, TEST) stay open to anyone
      * who can submit a job.
      *
      * The gate fails closed: no id, an id not in the profile, a
      * role without the function, or no profile dataset at all is
      * a denial. Either way the operator id, the role and the
      * decision are stamped into AUDITLOG as "<mode> OPER=<id>", so
      * the trail says who held the credential when the file
      * changed, and ACCESS-RVW can find each id's last use.
      *
      * Three entry points:
      *   OPER-AUTH   (program, mode, decision) - the gate itself,
      *               audited;
      *   OPER-SIGNON (program, id, role, decision) - a terminal
      *               sign-on: hands back the id's role, audited
      *               as SIGNON;
      *   OPER-PERMIT (program, mode, role, decision) - whether a
      *               role holds a function, not audited; MENU-DRIVER
      *               asks it once per option to build its menu.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
          01 WS-OPER-ID              PIC X(8).
          01 WS-OPER-ROLE            PIC X(8).
          01 WS-USER-IDX             PIC 9(3).
          01 WS-GRANT-IDX            PIC 9(3).
          01 WS-FUNC-FULL            PIC X(24).
          01 WS-FOUND-SWITCH         PIC X VALUE "N".
            88 OPERATOR-AUTHORIZED       VALUE "Y".
          01 WS-PROFILED-SWITCH      PIC X VALUE "N".
            88 OPERATOR-PROFILED         VALUE "Y".

          COPY OPRPROF.
          COPY AUDCOM.
          COPY RETCODE.

          01 LS-PROGRAM              PIC X(12).
          01 LS-MODE                 PIC X(10).
          01 LS-DECISION             PIC X(1).
          01 LS-OPER-ID              PIC X(8).
          01 LS-ROLE                 PIC X(8).

        PROCEDURE DIVISION USING LS-PROGRAM LS-MODE LS-DECISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           ACCEPT WS-OPER-ID FROM ENVIRONMENT "NUMOPER".
           MOVE "N" TO WS-FOUND-SWITCH WS-PROFILED-SWITCH.
           MOVE SPACES TO WS-OPER-ROLE.
           IF WS-OPER-ID IS EQUAL TO SPACES
              MOVE "UNKNOWN" TO WS-OPER-ID
           ELSE
              CALL "OPER-PROF" USING OPER-PROFILE-AREA END-CALL
              PERFORM FIND-OPERATOR-ROLE
              IF OPERATOR-PROFILED
                 PERFORM CHECK-ROLE-GRANT
              END-IF
           END-IF.
           IF OPERATOR-AUTHORIZED
              MOVE "Y" TO LS-DECISION
           PERFORM WRITE-DECISION-AUDIT.
           GOBACK.

      * Terminal sign-on: the id is good if the profile gives it a
      * role; the role goes back to the caller to build its menu.
          OPER-SIGNON-ENTRY.
           ENTRY "OPER-SIGNON" USING LS-PROGRAM LS-OPER-ID LS-ROLE
                                     LS-DECISION.
           ACCEPT WS-AUDIT-RUN-ID FROM ENVIRONMENT "NUMRUNID".
           MOVE LS-OPER-ID TO WS-OPER-ID.
           MOVE "N" TO WS-PROFILED-SWITCH.
           MOVE SPACES TO WS-OPER-ROLE LS-ROLE.
           CALL "OPER-PROF" USING OPER-PROFILE-AREA END-CALL.
           PERFORM FIND-OPERATOR-ROLE.
           MOVE LS-PROGRAM TO WS-AUDIT-PROGRAM.
           MOVE SPACES TO WS-AUDIT-INPUT WS-AUDIT-RESULT.
           STRING "SIGNON OPER=" DELIMITED BY SIZE
                FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                INTO WS-AUDIT-INPUT
           END-STRING.
           IF OPERATOR-PROFILED
              MOVE "Y" TO LS-DECISION
              MOVE WS-OPER-ROLE TO LS-ROLE
              STRING "SIGNED ON, ROLE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPER-ROLE) DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           ELSE
              MOVE "N" TO LS-DECISION
              PERFORM SET-NO-PROFILE-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
           END-IF.
           CALL "AUDIT-LOG" USING WS-AUDIT-PROGRAM WS-AUDIT-INPUT
              WS-AUDIT-RESULT
              WS-AUDIT-RUN-ID WS-AUDIT-RC
           END-CALL.
           GOBACK.

      * Quiet role check for building a menu: nothing is audited,
      * since nothing has been attempted yet.
          OPER-PERMIT-ENTRY.
           ENTRY "OPER-PERMIT" USING LS-PROGRAM LS-MODE LS-ROLE
                                     LS-DECISION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE LS-ROLE TO WS-OPER-ROLE.
           CALL "OPER-PROF" USING OPER-PROFILE-AREA END-CALL.
           IF WS-OPER-ROLE IS NOT EQUAL TO SPACES
              PERFORM CHECK-ROLE-GRANT
           END-IF.
           IF OPERATOR-AUTHORIZED
              MOVE "Y" TO LS-DECISION
           ELSE
              MOVE "N" TO LS-DECISION
           END-IF.
           GOBACK.

          FIND-OPERATOR-ROLE.
           IF OP-PROFILE-STATUS IS NOT EQUAL TO "00"
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-USER-IDX FROM 1 BY 1
                    UNTIL WS-USER-IDX > OP-USER-CNT
                       OR OPERATOR-PROFILED
              IF OP-USER-ID (WS-USER-IDX) IS EQUAL TO WS-OPER-ID
                 MOVE "Y" TO WS-PROFILED-SWITCH
                 MOVE OP-USER-ROLE (WS-USER-IDX) TO WS-OPER-ROLE
              END-IF
           END-PERFORM.

      * A grant of "*", of the bare program name, or of exactly
      * "<program>/<mode>" covers the request.
          CHECK-ROLE-GRANT.
           MOVE SPACES TO WS-FUNC-FULL.
           STRING FUNCTION TRIM(LS-PROGRAM) DELIMITED BY SIZE
                "/" DELIMITED BY SIZE
                FUNCTION TRIM(LS-MODE) DELIMITED BY SIZE
                INTO WS-FUNC-FULL
           END-STRING.
           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                    UNTIL WS-GRANT-IDX > OP-GRANT-CNT
                       OR OPERATOR-AUTHORIZED
              IF OP-GRANT-ROLE (WS-GRANT-IDX) IS EQUAL TO WS-OPER-ROLE
                 IF OP-GRANT-FUNC (WS-GRANT-IDX) IS EQUAL TO "*"
                       OR OP-GRANT-FUNC (WS-GRANT-IDX) IS EQUAL TO
                          LS-PROGRAM
                       OR OP-GRANT-FUNC (WS-GRANT-IDX) IS EQUAL TO
                          WS-FUNC-FULL
                    MOVE "Y" TO WS-FOUND-SWITCH
                 END-IF
              END-IF
           END-PERFORM.

          SET-NO-PROFILE-RESULT.
           IF OP-PROFILE-STATUS IS NOT EQUAL TO "00"
              MOVE "REFUSED, NO PROFILE DATASET" TO WS-AUDIT-RESULT
           ELSE
              MOVE "REFUSED, ID NOT IN PROFILE" TO WS-AUDIT-RESULT
           END-IF.

      * One audit record per attempt, accept or deny, so the trail
      * of who reached for the credential is complete either way.
           END-STRING.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF OPERATOR-AUTHORIZED
              STRING "AUTHORIZED, ROLE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPER-ROLE) DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-SUCCESS TO WS-AUDIT-RC
           ELSE IF OPERATOR-PROFILED
              STRING "DENIED, ROLE=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPER-ROLE) DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
              END-STRING
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
           ELSE
              MOVE "DENIED, NOT AUTHORIZED" TO WS-AUDIT-RESULT
              MOVE RC-VALIDATION-ERROR TO WS-AUDIT-RC
