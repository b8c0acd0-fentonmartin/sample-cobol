      *-----------------------
      * shared report catalogue -- file select
      *-----------------------
           SELECT LAPKAT-FILE ASSIGN TO "LAPKAT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
