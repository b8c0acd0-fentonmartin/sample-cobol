      *-----------------------
      * shared payroll history -- file select
      *-----------------------
           SELECT GAJI-FILE ASSIGN TO "GAJI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GJ-STATUS.
