      *-----------------------
      * shared gift voucher ledger -- file select;
      * berkas ber-indeks dengan nomor voucher sebagai kunci
      *-----------------------
           SELECT VOUCHER-FILE ASSIGN TO "VOUCHER.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VC-NO
               FILE STATUS IS WS-VC-STATUS.
