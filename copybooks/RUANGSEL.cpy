      *-----------------------
      * shared room master -- file select
      *-----------------------
           SELECT RUANG-FILE ASSIGN TO "RUANG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RU-STATUS.
