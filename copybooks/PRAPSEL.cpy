      *-----------------------
      * shared customer pre-order headers -- file select
      *-----------------------
           SELECT PRAPESAN-FILE ASSIGN TO "PRAPESAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PP-STATUS.
