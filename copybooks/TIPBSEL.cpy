      *-----------------------
      * shared tip-pool distribution history -- file select
      *-----------------------
           SELECT TIPBAGI-FILE ASSIGN TO "TIPBAGI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TB-STATUS.
