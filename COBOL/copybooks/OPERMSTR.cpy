      *> Shared record layout for the operator master (OPERMSTR.DAT),
      *> one record per operator, COPYed into WORKING-STORAGE by
      *> OPERCHK, which reads the master INTO it.
      *> The operator ID is the one typed at the
      *> operator prompt or carried on RUNCARD.DAT, held in upper
      *> case.  A revoked operator may run nothing.  An active
      *> operator may run every program in a function group whose
      *> flag is "Y" - Inquiry, Batch, Maintenance or Supervisor (a
      *> supervisor may run everything) - plus any program named in
      *> the program list, so one job can be granted without the
      *> whole group.  Supervisor authority itself is never granted
      *> through the program list.  A job is listed under the
      *> eight-character name it gives OPERCHK, which is its
      *> PROGRAM-ID except for STRINSPC (STRINSPECT) and SIMPLMTH
      *> (SIMPLEMATH); a longer name cannot be entered and would
      *> match nothing.
      *> A line with "*" in column 1 is a comment.
       01  OPERATOR-RECORD.
           05  OP-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  OP-NAME             PIC X(30).
           05  FILLER              PIC X(01).
           05  OP-STATUS           PIC X(01).
               88  OP-ACTIVE               VALUE "A".
               88  OP-REVOKED              VALUE "R".
           05  FILLER              PIC X(01).
           05  OP-GROUP-FLAGS.
               10  OP-INQUIRY-FLAG PIC X(01).
                   88  OP-MAY-INQUIRE      VALUE "Y".
               10  OP-BATCH-FLAG   PIC X(01).
                   88  OP-MAY-RUN-BATCH    VALUE "Y".
               10  OP-MAINT-FLAG   PIC X(01).
                   88  OP-MAY-MAINTAIN     VALUE "Y".
               10  OP-SUPER-FLAG   PIC X(01).
                   88  OP-IS-SUPERVISOR    VALUE "Y".
           05  OP-PROGRAM-LIST.
               10  OP-PROGRAM-ENTRY OCCURS 8 TIMES.
                   15  FILLER      PIC X(01).
                   15  OP-PROGRAM  PIC X(08).
