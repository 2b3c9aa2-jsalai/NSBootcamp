      *> Shared FILE-CONTROL entry for the loan payoff quote log,
      *> COPYed by LOANPAYQ (which issues quotes) and by LOANPOST
      *> (which matches payoff receipts back to them).
           SELECT QUOTE-LOG-FILE ASSIGN TO "LOANQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-LOG-STATUS.
