      *-----------------------
      * shared outlet list -- working storage.  Tanpa OUTLET.txt
      * (instalasi satu outlet) sistem berjalan sebagai outlet 01.
      * Laporan per outlet menampilkan paling banyak empat outlet
      * berdampingan.
      *-----------------------
       77 WS-OL-STATUS  PIC X(02).
       77 WS-OUTLET     PIC 9(02) VALUE 1.
       77 WS-OUTLET-NAMA PIC X(10) VALUE "Pusat".
       77 WS-OUTLET-JML PIC 9(02) VALUE 0.
       77 WS-OUTLET-IDX PIC 9(02) COMP.
       77 WS-OUTLET-CARI PIC 9(02).
       77 WS-OUTLET-POS PIC 9(02) VALUE 0.
       01 OUTLET-TABEL.
           05 OUTLET-ENTRY OCCURS 4 TIMES.
               10 OTL-KODE PIC 9(02).
               10 OTL-NAMA PIC X(10).
