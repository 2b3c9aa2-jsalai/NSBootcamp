      *> Shared parameter area for the restore-point file measure,
      *> COPYed into WORKING-STORAGE by RSTPOINT and RSTROLL and into
      *> the LINKAGE SECTION of RSTMEAS, so a restore point is taken
      *> and proven by exactly the same arithmetic.  The caller moves
      *> the file name and its balance kind (A, L or blank, as on the
      *> manifest) and CALLs RSTMEAS, which reads the file through
      *> and answers whether it is there, its record count, its hash
      *> total and its balance total.
       01  WS-RESTORE-MEASURE.
           05  RX-FILE-NAME        PIC X(40).
           05  RX-BAL-KIND         PIC X(01).
               88  RX-BAL-DEPOSIT          VALUE "A".
               88  RX-BAL-LOAN             VALUE "L".
           05  RX-RESULT.
               10  RX-PRESENT      PIC X(01).
                   88  RX-FILE-PRESENT     VALUE "Y".
               10  RX-RECORDS      PIC 9(07).
               10  RX-HASH         PIC 9(15).
               10  RX-BALANCE      PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
