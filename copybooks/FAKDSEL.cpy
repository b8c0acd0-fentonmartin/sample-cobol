      *-----------------------
      * shared supplier invoice lines -- file select
      *-----------------------
           SELECT FAKTURDT-FILE ASSIGN TO "FAKTURDT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FB-STATUS.
