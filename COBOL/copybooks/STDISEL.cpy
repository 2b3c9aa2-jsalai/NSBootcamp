      *> Shared FILE-CONTROL entry for the standing-instruction file,
      *> COPYed by SIMNT (which maintains it) and STDGEN (which
      *> generates the recurring ADDRAW records from it).
           SELECT STANDING-INSTR-FILE ASSIGN TO "STDINSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STDINSTR-STATUS.
