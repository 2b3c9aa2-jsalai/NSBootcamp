      *> Shared FILE-CONTROL entry for the scan feed-profile file,
      *> COPYed by STRINSPECT, by its envelope prover and by the menu
      *> that builds the nightly run card.
           SELECT FEED-PROFILE-FILE ASSIGN TO "STRFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
