      * Shared record layout of the QUOTALDG department quota ledger,
      * one line per department and utility, written each night by
      * QUOTA-MGR's LEDGER pass as a new generation and read back by
      * WORK-INTAKE the next night to decide which requests go into
      * the feeds and which are held. QL-MONTH is the month the
      * usage belongs to (YYYYMM); a ledger from an earlier month is
      * a month already closed, and its usage no longer counts.
      *
      * QL-ALLOWANCE is the department's monthly allowance of
      * records for the utility, from the QUOTAS member; QL-USED is
      * the month-to-date records - RUNSTATS volumes of runs made
      * under the department's NUMDEPT code, plus the requests
      * WORK-INTAKE dealt for it, from their AUDITLOG lines; QL-HELD
      * is the requests sitting on the HELDQ held dataset awaiting a
      * release. A department and utility with no QUOTAS line has no
      * allowance and is never held; it is carried on the ledger,
      * with QL-ALLOWANCE zero and QL-LIMITED "N", so its usage
      * still shows on the status report.
          01 QUOTA-LEDGER-REC.
            03 QL-MONTH              PIC X(6).
            03 FILLER                PIC X(1).
            03 QL-DEPT               PIC X(8).
            03 FILLER                PIC X(1).
            03 QL-UTILITY            PIC X(10).
            03 FILLER                PIC X(1).
            03 QL-LIMITED            PIC X(1).
              88 QL-HAS-ALLOWANCE        VALUE "Y".
            03 FILLER                PIC X(1).
            03 QL-ALLOWANCE          PIC 9(9).
            03 FILLER                PIC X(1).
            03 QL-USED               PIC 9(9).
            03 FILLER                PIC X(1).
            03 QL-HELD               PIC 9(7).
