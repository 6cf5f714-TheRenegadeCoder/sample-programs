      * The operator role profile as loaded by OPER-PROF from the
      * OPERPROF dataset, handed back to OPER-AUTH (every gate and
      * sign-on decision) and ACCESS-RVW (the monthly review). The
      * dataset is two kinds of line, "*" lines being comments:
      *   ROLE <role> <function> <function> ...
      *   USER <operator-id> <role>
      * The shop's roles are CLERK (inquiry clerk), ANALYST (desk
      * analyst), OPS (operations) and DBA; a role may take as many
      * ROLE lines as its function list needs. A function is
      *   <program>/<mode>  - one mode of one program, e.g.
      *                       CACHE-MAINT/PURGE, BAKLAVA/RUN,
      *                       MENU-DRIVER/FACTS, MENU-DRIVER/OPS
      *                       (the operations console),
      *                       DISPATCHER/RESTART;
      *   <program>         - every mode of that program;
      *   *                 - everything (the DBA line, normally).
      * OP-PROFILE-STATUS is the dataset's open status: anything
      * but "00" means no profile, and every gate fails closed.
          01 OPER-PROFILE-AREA.
            03 OP-PROFILE-STATUS      PIC XX.
            03 OP-USER-CNT            PIC 9(3).
            03 OP-USER OCCURS 500 TIMES.
              05 OP-USER-ID           PIC X(8).
              05 OP-USER-ROLE         PIC X(8).
            03 OP-GRANT-CNT           PIC 9(3).
            03 OP-GRANT OCCURS 300 TIMES.
              05 OP-GRANT-ROLE        PIC X(8).
              05 OP-GRANT-FUNC        PIC X(24).
