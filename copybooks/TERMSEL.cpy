      *-----------------------
      * shared term master -- file select
      *-----------------------
           SELECT TERM-FILE ASSIGN TO "TERM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.
