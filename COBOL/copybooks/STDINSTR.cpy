      *> Shared record layout for the standing-instruction file
      *> (STDINSTR.DAT), one record per recurring posting, kept in
      *> instruction-ID order by SIMNT, which adds and changes them,
      *> and rewritten by STDGEN, which generates the ADDRAW records
      *> for every instruction falling due and stamps the cycle it
      *> generated.  Operation codes are the ADDEDIT ones a desk
      *> would key for a recurring posting: A (credit), S (debit,
      *> fees) and T (transfer, to the account in SI-TO-ACCOUNT).
      *> The amount is always positive; the operation gives the
      *> direction.  Frequency:
      *>   D  daily     - every business day
      *>   W  weekly    - SI-FREQ-DAY is the weekday, 1 = Monday
      *>   M  monthly   - SI-FREQ-DAY is the day of the month, 01-31;
      *>                  a day the month does not have means its
      *>                  last day
      *>   E  month-end - the last calendar day of every month
      *> A due date that is not a business day (a weekend, or on
      *> HOLCAL.DAT) rolls to the next business day.  The end date
      *> may be blank (no end).  SI-LAST-CYCLE is the due date of
      *> the last cycle STDGEN dealt with - generated, or passed
      *> over while the instruction was suspended - and
      *> SI-LAST-FIRED the run date it last generated anything, so
      *> a rerun finds the cycle already done.  Both are blank on a
      *> new instruction.
       01  STANDING-INSTR-RECORD.
           05  SI-INSTR-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-OP-CODE          PIC X(01).
               88  SI-OP-VALID             VALUE "A" "S" "T".
               88  SI-IS-CREDIT            VALUE "A".
               88  SI-IS-DEBIT             VALUE "S".
               88  SI-IS-TRANSFER          VALUE "T".
           05  FILLER              PIC X(01).
           05  SI-TO-ACCOUNT       PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-AMOUNT           PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  SI-FREQUENCY        PIC X(01).
               88  SI-FREQ-VALID           VALUE "D" "W" "M" "E".
               88  SI-DAILY                VALUE "D".
               88  SI-WEEKLY               VALUE "W".
               88  SI-MONTHLY              VALUE "M".
               88  SI-MONTH-END            VALUE "E".
           05  SI-FREQ-DAY         PIC 9(02).
           05  FILLER              PIC X(01).
           05  SI-START-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-END-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-ACTIVE-FLAG      PIC X(01).
               88  SI-ACTIVE               VALUE "Y".
               88  SI-SUSPENDED            VALUE "N".
           05  FILLER              PIC X(01).
           05  SI-LAST-CYCLE       PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-LAST-FIRED       PIC X(08).
           05  FILLER              PIC X(01).
           05  SI-DESCRIPTION      PIC X(20).
