      *-----------------------
      * shared outlet list -- file select
      *-----------------------
           SELECT OUTLET-FILE ASSIGN TO "OUTLET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OL-STATUS.
