      *-----------------------
      * shared house account master -- file select;
      * berkas ber-indeks dengan nomor rekening sebagai kunci
      *-----------------------
           SELECT AKUN-FILE ASSIGN TO "AKUN.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-NO
               FILE STATUS IS WS-AC-STATUS.
