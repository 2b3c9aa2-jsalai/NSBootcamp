      *> Shared FILE-CONTROL entry for the nightly chain definition,
      *> COPYed by the menu that runs and resumes the nightly chain.
           SELECT CHAIN-DEF-FILE ASSIGN TO "CHAINDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAINDEF-STATUS.
