      *> Shared FILE-CONTROL entry for the exception case file,
      *> COPYed by STRINSPECT (which opens and refreshes cases), by
      *> the QA desk's case console and by the open-case aging report.
           SELECT CASE-FILE ASSIGN TO "STRCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
