      *> Shared record layout for the nightly chain definition
      *> (CHAINDEF.DAT), one record per chain step in run order,
      *> COPYed into the FD for CHAIN-DEF-FILE.  The step name is
      *> what CHAINLOG.DAT shows and what other steps name as a
      *> predecessor; the program is the job launched (blank = the
      *> step name).  A step whose condition code is above its
      *> highest acceptable code has failed, and every step that
      *> names it as a predecessor, directly or through another
      *> step, is held.  A predecessor must be defined earlier in
      *> the file.  Run conditions: D daily, B business days only
      *> (Monday to Friday and not on HOLCAL.DAT), M month-end only
      *> (the last business day of the month), W one weekday only,
      *> given in CD-RUN-DAY (1 = Monday ... 7 = Sunday).  A line
      *> with "*" in column 1 is a comment.
       01  CHAIN-DEF-RECORD.
           05  CD-STEP-NAME        PIC X(10).
           05  FILLER              PIC X(01).
           05  CD-PROGRAM          PIC X(10).
           05  FILLER              PIC X(01).
           05  CD-MAX-RC           PIC 9(02).
           05  FILLER              PIC X(01).
           05  CD-RUN-WHEN         PIC X(01).
               88  CD-RUN-DAILY            VALUE "D".
               88  CD-RUN-BUSINESS         VALUE "B".
               88  CD-RUN-MONTH-END        VALUE "M".
               88  CD-RUN-WEEKDAY          VALUE "W".
           05  CD-RUN-DAY          PIC X(01).
           05  CD-PREDECESSORS.
               10  CD-PRED-ENTRY   OCCURS 4 TIMES.
                   15  FILLER      PIC X(01).
                   15  CD-PREDECESSOR
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  CD-DESCRIPTION      PIC X(30).
