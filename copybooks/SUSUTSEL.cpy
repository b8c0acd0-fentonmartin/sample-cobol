      *-----------------------
      * shared ingredient waste journal -- file select
      *-----------------------
           SELECT SUSUT-FILE ASSIGN TO "SUSUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SS-STATUS.
