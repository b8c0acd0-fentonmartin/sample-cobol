      *-----------------------
      * shared sales channels -- working storage; kode kanal yang
      * dicap kasir di JR-KANAL.  K = penjualan di kasir sendiri
      * (record lama berisi spasi, dibaca K), selebihnya platform
      * pesan-antar yang membayar lewat laporan pencairannya
      * (PAYOUT).  Platform baru ditambahkan di sini.
      *-----------------------
       01 KANAL-DATA.
           05 FILLER PIC X(11) VALUE "KKasir     ".
           05 FILLER PIC X(11) VALUE "GGoFood    ".
           05 FILLER PIC X(11) VALUE "RGrabFood  ".
           05 FILLER PIC X(11) VALUE "SShopeeFood".
       01 KANAL-TABEL REDEFINES KANAL-DATA.
           05 KANAL-ENTRY OCCURS 4 TIMES.
               10 KANAL-KODE PIC X(01).
               10 KANAL-NAMA PIC X(10).
       01 KANAL-JML PIC 9(02) VALUE 4.
