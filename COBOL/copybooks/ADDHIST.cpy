      *> Shared record layout for the permanent posting history
      *> (ADDHIST.DAT).  The posting run appends one record for every
      *> posting it applies to the master, at clean end of run, so a
      *> posting stays findable long after the night's register
      *> (ADDPOST.DAT) has been overwritten.  The run ID and register
      *> sequence are the posting's permanent reference - the number
      *> a reversal quotes back.  A reversal (operation R) carries
      *> the reference of the posting it offsets; every other record
      *> leaves those zones blank.  Source is where the posting came
      *> from: T the day's file, S suspense retry, R holding release,
      *> M balance maintenance.  MSTRMNT writes its opening amounts
      *> and adjustments here as operation J with register sequence
      *> zero (nothing to quote, so never reversible), so that the
      *> file read in order, per account and posting date, accounts
      *> for every movement of every balance on ADDMSTR.DAT: the
      *> first record's prior balance plus the net of all records is
      *> the current balance.  ADDHPRF proves that every night and
      *> ADDHINQ rebuilds a balance as of any date from it.
      *> An account transfer (operation T) posts as two records, one
      *> out of the from-account and one into the to-account, with
      *> the same run ID and transfer number: together those are the
      *> transfer's common reference.  Blank on every other record.
       01  HISTORY-RECORD.
           05  HS-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  HS-POST-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  HS-RUN-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  HS-REG-SEQ          PIC 9(07).
           05  FILLER              PIC X(01).
           05  HS-OP-CODE          PIC X(01).
               88  HS-OP-REVERSAL              VALUE "R".
               88  HS-OP-ADJUSTMENT            VALUE "J".
               88  HS-OP-TRANSFER              VALUE "T".
           05  FILLER              PIC X(01).
           05  HS-SOURCE           PIC X(01).
           05  FILLER              PIC X(01).
           05  HS-AMOUNT           PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(01).
           05  HS-PRIOR-BALANCE    PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(01).
           05  HS-NEW-BALANCE      PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(01).
           05  HS-EFF-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  HS-REV-RUN-ID       PIC X(16).
           05  FILLER              PIC X(01).
           05  HS-REV-REG-SEQ      PIC X(07).
           05  FILLER              PIC X(01).
           05  HS-XFER-NO          PIC X(07).
           05  FILLER              PIC X(03).
