      *-----------------------
      * shared pay-rate table -- file select
      *-----------------------
           SELECT TARIF-FILE ASSIGN TO "TARIF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TF-STATUS.
