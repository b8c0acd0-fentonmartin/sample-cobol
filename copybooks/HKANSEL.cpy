      *-----------------------
      * shared platform menu prices -- file select
      *-----------------------
           SELECT HKANAL-FILE ASSIGN TO "HRGKANAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HK-STATUS.
