      *-----------------------
      * shared general-ledger chart of accounts -- file select
      *-----------------------
           SELECT GLAKUN-FILE ASSIGN TO "AKUNGL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GA-STATUS.
