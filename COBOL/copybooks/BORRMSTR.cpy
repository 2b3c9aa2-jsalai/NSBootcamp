      *> Shared record layout for the borrower master (BORRMSTR.DAT),
      *> one record per borrower reference - the PF-BORROWER-REF the
      *> loan book carries - kept in reference order by BORRMNT,
      *> which is the only program that writes it.  Address line 2
      *> may be blank.  The contact preference steers collections:
      *> M = write first, P = telephone first, N = never telephone
      *> (letters only).
       01  BORROWER-RECORD.
           05  BM-BORROWER-REF     PIC X(08).
           05  FILLER              PIC X(01).
           05  BM-NAME             PIC X(30).
           05  FILLER              PIC X(01).
           05  BM-ADDRESS-1        PIC X(30).
           05  FILLER              PIC X(01).
           05  BM-ADDRESS-2        PIC X(30).
           05  FILLER              PIC X(01).
           05  BM-CITY             PIC X(20).
           05  FILLER              PIC X(01).
           05  BM-STATE            PIC X(02).
           05  FILLER              PIC X(01).
           05  BM-POSTCODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  BM-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  BM-CONTACT-PREF     PIC X(01).
               88  BM-PREFERS-MAIL         VALUE "M".
               88  BM-PREFERS-PHONE        VALUE "P".
               88  BM-DO-NOT-CALL          VALUE "N".
