      *> Shared record layout for the accounting-period control file
      *> (ADDPERD.DAT), one record per period (YYYYMM) in period
      *> order.  The month-end close (ADDCLOSE) writes a period as
      *> closed, with the run that closed it and the closing total
      *> of the period-end master snapshot (ADDMSTR.Pyyyymm.DAT).
      *> Closing a period closes every month before it as well: a
      *> period is locked when it is no later than the latest period
      *> on file, unless its own record says it has been reopened.
      *> A reopen is a supervisor's decision, taken through PARMMNT
      *> with a mandatory reason, and lasts until the period is
      *> closed again from the ADDCLOSE console.
       01  PERIOD-RECORD.
           05  PD-PERIOD           PIC X(06).
           05  FILLER              PIC X(01).
           05  PD-STATUS           PIC X(01).
               88  PD-CLOSED                   VALUE "C".
               88  PD-REOPENED                 VALUE "O".
           05  FILLER              PIC X(01).
           05  PD-CLOSED-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  PD-CLOSED-RUN-ID    PIC X(16).
           05  FILLER              PIC X(01).
           05  PD-CLOSED-BY        PIC X(08).
           05  FILLER              PIC X(01).
           05  PD-CLOSING-TOTAL    PIC S9(11)V99 SIGN IS LEADING
                                                 SEPARATE.
           05  FILLER              PIC X(01).
           05  PD-REOPENED-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  PD-REOPENED-BY      PIC X(08).
           05  FILLER              PIC X(01).
           05  PD-REOPEN-REASON    PIC X(30).
           05  FILLER              PIC X(13).
