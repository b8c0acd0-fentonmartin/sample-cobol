      *-----------------------
      * shared exam schedule -- file select
      *-----------------------
           SELECT UJIAN-FILE ASSIGN TO "UJIAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UJ-STATUS.
