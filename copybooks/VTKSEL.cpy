      *-----------------------
      * shared voucher redemption journal -- file select
      *-----------------------
           SELECT VOUCHER-TUKAR ASSIGN TO "VOCTKR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VK-STATUS.
