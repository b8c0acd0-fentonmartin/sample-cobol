      *-----------------------
      * shared customer pre-order lines -- file select
      *-----------------------
           SELECT PRAPDET-FILE ASSIGN TO "PRAPDET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-STATUS.
