      *-----------------------
      * shared number-draw log -- file select
      *-----------------------
           SELECT NLOG-FILE ASSIGN TO "NOMORLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NL-STATUS.
