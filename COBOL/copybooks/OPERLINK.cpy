      *> Shared parameter area for the start-up authority check,
      *> COPYed into WORKING-STORAGE by every job and into the
      *> LINKAGE SECTION of OPERCHK.  The job fills in who it is,
      *> who is running it, the run mode and the function group it
      *> belongs to (I inquiry, B batch, M maintenance, S supervisor)
      *> and CALLs OPERCHK once, before it touches any file.  OPERCHK
      *> answers Y or N; on N it has already told the operator and
      *> written the refused attempt to the audit log, and the job
      *> ends at once with condition code 12.
       01  WS-OPERATOR-CHECK.
           05  OC-PROGRAM-NAME     PIC X(08).
           05  OC-RUN-ID           PIC X(16).
           05  OC-OPERATOR-ID      PIC X(08).
           05  OC-RUN-MODE         PIC X(01).
           05  OC-FUNCTION-GROUP   PIC X(01).
               88  OC-GROUP-INQUIRY        VALUE "I".
               88  OC-GROUP-BATCH          VALUE "B".
               88  OC-GROUP-MAINTENANCE    VALUE "M".
               88  OC-GROUP-SUPERVISOR     VALUE "S".
           05  OC-RESULT           PIC X(01).
               88  OC-AUTHORIZED           VALUE "Y".
           05  OC-OPERATOR-NAME    PIC X(30).
           05  OC-REASON           PIC X(20).
