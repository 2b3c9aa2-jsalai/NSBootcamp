      *> Shared record layout for the interest accrual register
      *> (ADDINTR.DAT), appended to by the daily accrual run and read
      *> by the statement run so interest shows apart from ordinary
      *> postings.  One "A" record per account per accrual segment
      *> (a segment never crosses a month-end), one "C" record per
      *> account per month capitalized, and one "X" record for an
      *> account whose rate class is not on the rate table.  The
      *> accrued figure is the account's bucket after the entry.
       01  ACCRUAL-REGISTER-RECORD.
           05  IR-RUN-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-ACCOUNT          PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-ENTRY-TYPE       PIC X(01).
               88  IR-ACCRUAL                  VALUE "A".
               88  IR-CAPITALIZATION           VALUE "C".
               88  IR-NO-RATE                  VALUE "X".
           05  FILLER              PIC X(01).
           05  IR-RATE-CLASS       PIC X(04).
           05  FILLER              PIC X(01).
           05  IR-FROM-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-THRU-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  IR-DAYS             PIC 9(03).
           05  FILLER              PIC X(01).
           05  IR-BALANCE          PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(01).
           05  IR-RATE             PIC 9(02)V9(04).
           05  FILLER              PIC X(01).
           05  IR-AMOUNT           PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(01).
           05  IR-ACCRUED          PIC S9(9)V99 SIGN IS LEADING
                                                SEPARATE.
           05  FILLER              PIC X(08).
