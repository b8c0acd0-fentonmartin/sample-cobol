      *-----------------------
      * shared deposit-bag register -- file select
      *-----------------------
           SELECT KANTONG-FILE ASSIGN TO "KANTONG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTG-STATUS.
