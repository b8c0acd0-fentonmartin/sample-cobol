      *-----------------------
      * shared general-ledger posting file -- file select
      *-----------------------
           SELECT GLPOST-FILE ASSIGN TO "GLPOST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GP-STATUS.
