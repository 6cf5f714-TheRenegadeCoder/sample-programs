      * Run-environment flag, picked up from the NUMMODE environment
      * name the same way the run identifier rides in on NUMRUNID
      * and the department on NUMDEPT. DISPATCHER sets it for every
      * step it runs when its PARM asks for a TEST run; a job deck
      * can set it directly for a single utility (see TESTRUN.jcl).
      * Anything other than TEST is a production run.
      *
      * Under TEST, AUDIT-LOG, RUN-STATS, NUMFACT and the PRIMECAC
      * writers point their updates at shadow datasets instead of
      * the production masters - AUDTTEST, STATTEST, NUMFTEST,
      * JRNLTEST, EXCPTEST and CACHTEST - stamp every trail record
      * they write as a test record, and log each change a
      * production run would have made to SIMCHG (see SIM-LOG) for
      * SIM-RPT to summarize at end of run. The rebuild utilities
      * that replace a master outright refuse to run under TEST.
          01 WS-RUN-MODE             PIC X(8).
            88 TEST-RUN                  VALUE "TEST".
