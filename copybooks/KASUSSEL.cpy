      *-----------------------
      * shared conduct incident log -- file select
      *-----------------------
           SELECT KASUS-FILE ASSIGN TO "KASUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KS-STATUS.
