      *-----------------------
      * shared teaching assignments -- file select
      *-----------------------
           SELECT AJAR-FILE ASSIGN TO "AJAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJR-STATUS.
