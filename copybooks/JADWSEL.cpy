      *-----------------------
      * shared class timetable -- file select
      *-----------------------
           SELECT JADWAL-FILE ASSIGN TO "JADWAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JW-STATUS.
