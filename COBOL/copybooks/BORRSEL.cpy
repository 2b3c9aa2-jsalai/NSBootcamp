      *> Shared FILE-CONTROL entry for the borrower master, COPYed by
      *> BORRMNT (which maintains it) and BORRLOOK (which answers the
      *> name-and-address lookups of the loan programs).
           SELECT BORROWER-FILE ASSIGN TO "BORRMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORROWER-STATUS.
