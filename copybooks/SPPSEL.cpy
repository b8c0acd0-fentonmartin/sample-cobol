      *-----------------------
      * shared school-fee ledger -- file select
      *-----------------------
           SELECT SPP-FILE ASSIGN TO "SPP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPP-STATUS.
