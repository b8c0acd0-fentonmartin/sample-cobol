      *-----------------------
      * shared perishable ingredient lot file -- file select;
      * berkas ber-indeks dengan kode bahan + nomor lot + tanggal
      * kedaluwarsa sebagai kunci
      *-----------------------
           SELECT LOT-FILE ASSIGN TO "BAHANLOT.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KUNCI
               FILE STATUS IS WS-LT-STATUS.
