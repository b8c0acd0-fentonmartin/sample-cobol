      *-----------------------
      * shared promotion decisions -- file select
      *-----------------------
           SELECT NAIK-FILE ASSIGN TO "NAIKPUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NK-STATUS.
