      *-----------------------
      * shared teacher master -- file select
      *-----------------------
           SELECT GURU-FILE ASSIGN TO "GURU.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
