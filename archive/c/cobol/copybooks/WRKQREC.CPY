      * Shared record layout of the daytime work-request queue
      * (DDNAME WORKQ) the desks append to during the day, copied
      * into WORK-INTAKE, which deals the queue into the night's
      * input feeds, and QUOTA-MGR. The HELDQ held dataset (requests
      * held over a department's monthly quota) and the RELEASEQ
      * queue of held work released back to intake carry the same
      * line, unchanged. One request per line: the desk's own
      * request id, the NUMDEPT-style department code the answer
      * goes back to, the utility by its PROGRAM-ID (FACTORIAL,
      * EVEN-ODD, FIBONACCI, COLLATZ, or GCD-LCM), the arguments
      * the utility's batch feed takes (one number, or the "a b"
      * pair for GCD-LCM), and the date the desk wants the answer
      * by. Lines starting "*" are comments, as in OPERPROF.
          01 WORK-QUEUE-REC.
            03 WQ-REQUEST-ID         PIC X(8).
            03 FILLER                PIC X(1).
            03 WQ-DEPT               PIC X(8).
            03 FILLER                PIC X(1).
            03 WQ-UTILITY            PIC X(10).
            03 FILLER                PIC X(1).
            03 WQ-ARGS               PIC X(38).
            03 FILLER                PIC X(1).
            03 WQ-WANTED-BY          PIC X(8).
