      *-----------------------
      * shared deposit-bag number counter -- file select
      *-----------------------
           SELECT KANTNO-CTR ASSIGN TO "KANTNO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KTN-STATUS.
