      *> Shared record layout for the loan payoff quote log
      *> (LOANQLOG.DAT), appended to and never rewritten.  LOANPAYQ
      *> writes an issued entry (kind Q) for every payoff quote it
      *> prints: the amounts quoted to the good-through date and the
      *> per-diem interest to add for each day after it.  When the
      *> receipt that pays a loan off posts, LOANPOST writes an
      *> honoured entry (kind H) carrying the number of the quote the
      *> money answered, the receipt date and amount, and how the
      *> receipt was applied.  Quote numbers run on from the highest
      *> already on the log.
       01  QUOTE-LOG-RECORD.
           05  QL-QUOTE-ID         PIC 9(07).
           05  FILLER              PIC X(01).
           05  QL-KIND             PIC X(01).
               88  QL-ISSUED                   VALUE "Q".
               88  QL-HONOURED                 VALUE "H".
           05  FILLER              PIC X(01).
           05  QL-LOAN-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  QL-BORROWER-REF     PIC X(08).
           05  FILLER              PIC X(01).
           *> The quote date on an issued entry, the receipt date on
           *> an honoured one.
           05  QL-ENTRY-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  QL-GOOD-THRU        PIC X(08).
           05  FILLER              PIC X(01).
           05  QL-PRINCIPAL        PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  QL-INTEREST         PIC 9(7)V99.
           05  FILLER              PIC X(01).
           05  QL-FEES             PIC 9(7)V99.
           05  FILLER              PIC X(01).
           *> The payoff total quoted, or the amount received.
           05  QL-TOTAL            PIC 9(9)V99.
           05  FILLER              PIC X(01).
           05  QL-PER-DIEM         PIC 9(5)V99.
           05  FILLER              PIC X(01).
           05  QL-RUN-ID           PIC X(16).
           05  FILLER              PIC X(01).
           05  QL-OPERATOR-ID      PIC X(08).
