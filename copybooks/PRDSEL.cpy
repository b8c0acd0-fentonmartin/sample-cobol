      *-----------------------
      * shared period-status file -- file select
      *-----------------------
           SELECT PERIODE-FILE ASSIGN TO "PERIODE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-STATUS.
