      *> Shared record layout for a restore-point manifest
      *> (RSTMAN.Rnnnnnnnnnnnnnn.DAT, one per restore point) and for
      *> the restore-point index (RSTINDX.DAT), which holds a copy of
      *> every proven manifest's header and a line for every rollback.
      *> RSTPOINT writes both; RSTROLL reads them back to put a
      *> restore point in place and adds its rollback line.
      *> The restore ID is the taking run's date and time,
      *> YYYYMMDDHHMMSS; each saved file sits beside its live copy
      *> as <NAME>.R<restore ID>.DAT.  Record types:
      *>   H  header  - who took it, under which run, how many files
      *>   F  file    - one per file in the set: present or not at
      *>                the time, record count, hash total and, for
      *>                the balance masters, the balance total
      *>   Z  trailer - entries, records, hash and balance summed
      *>   R  rollback (index only) - the restore point put back, by
      *>                which run and operator, the supervisor who
      *>                authorized it and why
      *> The hash total sums every byte's collating value times its
      *> column, each record weighted by its place in the file, so a
      *> changed, shifted or reordered record shows (see RSTMEAS).
      *> Balance kinds: A = ADDMSTR signed balance (columns 9-20),
      *> L = loan principal (columns 17-25), blank = none.
       01  RESTORE-MANIFEST-RECORD.
           05  RM-REC-TYPE         PIC X(01).
               88  RM-IS-HEADER                VALUE "H".
               88  RM-IS-FILE                  VALUE "F".
               88  RM-IS-TRAILER               VALUE "Z".
               88  RM-IS-ROLLBACK              VALUE "R".
           05  FILLER              PIC X(01).
           05  RM-RESTORE-ID       PIC X(14).
           05  FILLER              PIC X(01).
           05  RM-BODY             PIC X(63).
           05  RM-HEADER-BODY REDEFINES RM-BODY.
               10  RM-H-RUN-ID     PIC X(16).
               10  FILLER          PIC X(01).
               10  RM-H-OPERATOR   PIC X(08).
               10  FILLER          PIC X(01).
               10  RM-H-FILES      PIC 9(03).
               10  FILLER          PIC X(01).
               10  RM-H-PRESENT    PIC 9(03).
               10  FILLER          PIC X(30).
           05  RM-FILE-BODY REDEFINES RM-BODY.
               10  RM-F-FILE-NAME  PIC X(12).
               10  FILLER          PIC X(01).
               10  RM-F-PRESENT    PIC X(01).
                   88  RM-F-WAS-PRESENT        VALUE "Y".
               10  FILLER          PIC X(01).
               10  RM-F-RECORDS    PIC 9(07).
               10  FILLER          PIC X(01).
               10  RM-F-HASH       PIC 9(15).
               10  FILLER          PIC X(01).
               10  RM-F-BAL-KIND   PIC X(01).
               10  RM-F-BALANCE    PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
               10  FILLER          PIC X(09).
           05  RM-TRAILER-BODY REDEFINES RM-BODY.
               10  RM-Z-ENTRIES    PIC 9(03).
               10  FILLER          PIC X(01).
               10  RM-Z-RECORDS    PIC 9(09).
               10  FILLER          PIC X(01).
               10  RM-Z-HASH       PIC 9(15).
               10  FILLER          PIC X(01).
               10  RM-Z-BALANCE    PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
               10  FILLER          PIC X(19).
           05  RM-ROLLBACK-BODY REDEFINES RM-BODY.
               10  RM-R-RUN-ID     PIC X(16).
               10  FILLER          PIC X(01).
               10  RM-R-OPERATOR   PIC X(08).
               10  FILLER          PIC X(01).
               10  RM-R-SUPERVISOR PIC X(08).
               10  FILLER          PIC X(01).
               10  RM-R-REASON     PIC X(28).
