      *-----------------------
      * shared loyalty member master -- file select;
      * berkas ber-indeks dengan nomor anggota sebagai kunci
      *-----------------------
           SELECT MEMBER-FILE ASSIGN TO "MEMBER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MB-NO
               FILE STATUS IS WS-MB-STATUS.
