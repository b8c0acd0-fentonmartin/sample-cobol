      *-----------------------
      * shared monthly sales target file -- file select
      *-----------------------
           SELECT TARGET-FILE ASSIGN TO "TARGET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
