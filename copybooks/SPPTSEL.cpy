      *-----------------------
      * shared school-fee schedule -- file select
      *-----------------------
           SELECT SPPTARIF-FILE ASSIGN TO "SPPTARIF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPT-STATUS.
