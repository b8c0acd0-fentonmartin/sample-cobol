      *-----------------------
      * shared bar order-ticket queue -- file select
      *-----------------------
           SELECT ANTRIAN-FILE ASSIGN TO "ANTRIAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AQ-STATUS.
