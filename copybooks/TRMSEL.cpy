      *-----------------------
      * shared goods-received journal -- file select
      *-----------------------
           SELECT TERIMA-JOURNAL ASSIGN TO "TERIMA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-STATUS.
