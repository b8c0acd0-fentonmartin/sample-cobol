      *-----------------------
      * shared held-order file -- file select
      *-----------------------
           SELECT TAHAN-FILE ASSIGN TO "TAHAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TH-STATUS.
