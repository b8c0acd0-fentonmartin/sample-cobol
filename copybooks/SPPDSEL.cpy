      *-----------------------
      * shared school-fee discount -- file select
      *-----------------------
           SELECT SPPDISK-FILE ASSIGN TO "SPPDISK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPD-STATUS.
