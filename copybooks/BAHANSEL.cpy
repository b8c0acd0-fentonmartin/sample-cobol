      *-----------------------
      * shared ingredient stock file -- file select;
      * berkas ber-indeks dengan kode bahan sebagai kunci
      *-----------------------
           SELECT BAHAN-FILE ASSIGN TO "BAHAN.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KODE
               FILE STATUS IS WS-BH-STATUS.
