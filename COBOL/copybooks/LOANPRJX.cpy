      *> Shared record layout for the loan book projection extract
      *> (LOANPRJX.DAT), written by LOANPROJ beside its printed report
      *> for treasury to load.  Every record carries its type, the run
      *> ID and a sequence number within the type, then a body whose
      *> shape depends on the type:
      *>   H  header       - projection start month and book totals
      *>   C  cash flow    - one per bucket: 24 months, then years,
      *>                     then everything later (to month 999999)
      *>   M  maturity     - one per calendar quarter of the ladder;
      *>                     the last rung (year 9999, quarter 9)
      *>                     holds everything maturing after it
      *>   R  rate band    - by annual rate in force at the start
      *>   T  term band    - by original term in months
      *>   Z  trailer      - record count, totals and the proof flag
      *> Amounts are unsigned with two implied decimals; months are
      *> YYYYMM.  An upper band limit of all nines means open-ended.
       01  PROJ-EXTRACT-RECORD.
           05  PX-REC-TYPE         PIC X(01).
               88  PX-IS-HEADER                VALUE "H".
               88  PX-IS-CASH-FLOW             VALUE "C".
               88  PX-IS-MATURITY              VALUE "M".
               88  PX-IS-RATE-BAND             VALUE "R".
               88  PX-IS-TERM-BAND             VALUE "T".
               88  PX-IS-TRAILER               VALUE "Z".
           05  FILLER              PIC X(01).
           05  PX-RUN-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  PX-SEQ              PIC 9(03).
           05  FILLER              PIC X(01).
           05  PX-BODY             PIC X(70).
           05  PX-HEADER-BODY REDEFINES PX-BODY.
               10  PX-H-FROM-MONTH PIC 9(06).
               10  FILLER          PIC X(01).
               10  PX-H-LOANS      PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-H-SKIPPED    PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-H-RUN-OFF    PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-H-BALANCE    PIC 9(11)V99.
               10  FILLER          PIC X(32).
           05  PX-CASH-BODY REDEFINES PX-BODY.
               10  PX-C-FROM-MONTH PIC 9(06).
               10  FILLER          PIC X(01).
               10  PX-C-TO-MONTH   PIC 9(06).
               10  FILLER          PIC X(01).
               10  PX-C-PRINCIPAL  PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-C-INTEREST   PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-C-TOTAL      PIC 9(11)V99.
               10  FILLER          PIC X(15).
           05  PX-MATURITY-BODY REDEFINES PX-BODY.
               10  PX-M-YEAR       PIC 9(04).
               10  PX-M-QUARTER    PIC 9(01).
               10  FILLER          PIC X(01).
               10  PX-M-LOANS      PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-M-BALANCE    PIC 9(11)V99.
               10  FILLER          PIC X(45).
           05  PX-RATE-BODY REDEFINES PX-BODY.
               10  PX-R-LOW        PIC 9(2)V999.
               10  FILLER          PIC X(01).
               10  PX-R-HIGH       PIC 9(2)V999.
               10  FILLER          PIC X(01).
               10  PX-R-LOANS      PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-R-PRINCIPAL  PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-R-BALANCE    PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-R-PCT        PIC 9(3)V99.
               10  FILLER          PIC X(19).
           05  PX-TERM-BODY REDEFINES PX-BODY.
               10  PX-T-LOW        PIC 9(03).
               10  FILLER          PIC X(01).
               10  PX-T-HIGH       PIC 9(03).
               10  FILLER          PIC X(01).
               10  PX-T-LOANS      PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-T-PRINCIPAL  PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-T-BALANCE    PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-T-PCT        PIC 9(3)V99.
               10  FILLER          PIC X(23).
           05  PX-TRAILER-BODY REDEFINES PX-BODY.
               *> Records written, this trailer included.
               10  PX-Z-RECORDS    PIC 9(05).
               10  FILLER          PIC X(01).
               10  PX-Z-PRINCIPAL  PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-Z-INTEREST   PIC 9(11)V99.
               10  FILLER          PIC X(01).
               10  PX-Z-BALANCE    PIC 9(11)V99.
               10  FILLER          PIC X(01).
               *> Y when projected principal equals the book balance.
               10  PX-Z-IN-BALANCE PIC X(01).
               10  FILLER          PIC X(21).
