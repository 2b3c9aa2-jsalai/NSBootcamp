      *> Shared FILE-CONTROL entry for the operator master, COPYed
      *> by the start-up authority check.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
