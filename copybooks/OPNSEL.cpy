      *-----------------------
      * shared stock-count adjustment journal -- file select
      *-----------------------
           SELECT ADJUST-FILE ASSIGN TO "OPNADJ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJ-STATUS.
