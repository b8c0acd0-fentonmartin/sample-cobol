      *-----------------------
      * shared number-range control -- file select; berkas
      * ber-indeks dengan nama seri sebagai kunci
      *-----------------------
           SELECT NOMOR-FILE ASSIGN TO "NOMOR.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NR-SERI
               FILE STATUS IS WS-NR-STATUS.
