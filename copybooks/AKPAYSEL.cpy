      *-----------------------
      * shared house-account payment journal -- file select
      *-----------------------
           SELECT AKUNPAY-FILE ASSIGN TO "AKUNPAY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.
