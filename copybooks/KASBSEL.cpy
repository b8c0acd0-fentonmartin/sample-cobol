      *-----------------------
      * shared staff cash-advance ledger -- file select
      *-----------------------
           SELECT KASBON-FILE ASSIGN TO "KASBON.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
