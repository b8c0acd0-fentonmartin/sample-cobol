      *-----------------------
      * shared supplier invoice headers -- file select
      *-----------------------
           SELECT FAKTUR-FILE ASSIGN TO "FAKTUR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FK-STATUS.
