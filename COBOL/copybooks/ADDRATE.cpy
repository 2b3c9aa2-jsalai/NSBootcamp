      *> Shared record layout for the interest rate table
      *> (ADDRATE.DAT), maintained through PARMMNT and read by the
      *> balance-master maintenance and the daily accrual run.  One
      *> record per rate class: the annual percentage earned on a
      *> credit balance, the annual percentage charged on a debit
      *> balance, and the day basis (360 or 365) a day's interest is
      *> divided by.
       01  RATE-RECORD.
           05  RT-RATE-CLASS       PIC X(04).
           05  RT-CREDIT-RATE      PIC 9(02)V9(04).
           05  RT-DEBIT-RATE       PIC 9(02)V9(04).
           05  RT-DAY-BASIS        PIC 9(03).
           05  RT-DESCRIPTION      PIC X(30).
