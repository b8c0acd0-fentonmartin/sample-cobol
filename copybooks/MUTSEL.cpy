      *-----------------------
      * shared stock transfer ledger -- file select
      *-----------------------
           SELECT MUTASI-FILE ASSIGN TO "MUTASI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MT-STATUS.
