      *> Shared parameter area for the borrower lookup, COPYed into
      *> WORKING-STORAGE by every loan program that prints or checks
      *> a borrower and into the LINKAGE SECTION of BORRLOOK.  The
      *> caller moves the reference to BL-BORROWER-REF and CALLs
      *> BORRLOOK; the master is read once, on the first call.
      *> BL-RESULT answers F (found), N (not on the master) or U (no
      *> usable master - missing, or too big for the lookup table -
      *> so nothing can be said either way).  On F the name and
      *> address come back ready to print as up to four label lines
      *> (name, address lines, city/state/postcode), with the phone
      *> and the contact preference in words.
       01  WS-BORROWER-LOOKUP.
           05  BL-BORROWER-REF     PIC X(08).
           05  BL-RESULT           PIC X(01).
               88  BL-FOUND                VALUE "F".
               88  BL-NOT-FOUND            VALUE "N".
               88  BL-MASTER-UNAVAILABLE   VALUE "U".
           05  BL-NAME             PIC X(30).
           05  BL-LABEL-COUNT      PIC 9(01).
           05  BL-LABEL-LINE       PIC X(64) OCCURS 4 TIMES.
           05  BL-PHONE            PIC X(15).
           05  BL-CONTACT-PREF     PIC X(01).
               88  BL-PREFERS-MAIL         VALUE "M".
               88  BL-PREFERS-PHONE        VALUE "P".
               88  BL-DO-NOT-CALL          VALUE "N".
           05  BL-PREF-TEXT        PIC X(13).
