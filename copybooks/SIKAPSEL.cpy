      *-----------------------
      * shared conduct warning levels -- file select
      *-----------------------
           SELECT SIKAP-CFG ASSIGN TO "SIKAPCFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SK-STATUS.
