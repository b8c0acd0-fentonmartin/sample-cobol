      *-----------------------
      * shared supplier return journal -- file select
      *-----------------------
           SELECT RETUR-FILE ASSIGN TO "RETUR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RT-STATUS.
