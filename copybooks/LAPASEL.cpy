      *-----------------------
      * shared report archive -- file select
      *-----------------------
           SELECT LAPARSIP-FILE ASSIGN TO "LAPARSIP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LA-STATUS.
