      *-----------------------
      * shared staff shift-attendance file -- file select
      *-----------------------
           SELECT HADIR-FILE ASSIGN TO "HADIR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
