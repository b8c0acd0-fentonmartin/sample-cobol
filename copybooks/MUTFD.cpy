      *-----------------------
      * shared stock transfer ledger -- file record; satu baris per
      * bahan per dokumen mutasi antar-outlet.  Kunci dokumen adalah
      * outlet pengirim + nomor + baris.  MT-STATUS T = dalam
      * perjalanan (stok pengirim sudah berkurang), D = diterima
      * (stok penerima sudah bertambah MT-QTY-TERIMA).  Setiap
      * outlet memegang salinannya sendiri; CABANG menggabungkan
      * salinan outlet lain tanpa pernah menurunkan status D ke T.
      *-----------------------
       FD MUTASI-FILE.
       01 MUTASI-RECORD.
           02 MT-DARI       PIC 9(02).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-BARIS      PIC 9(02).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-KE         PIC 9(02).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-BAHAN      PIC X(04).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-NAMA       PIC X(12).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-SATUAN     PIC X(03).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-QTY        PIC 9(07).
           02 FILLER        PIC X VALUE SPACE.
      *    harga pokok per satuan di outlet pengirim, dan kedaluwarsa
      *    lot tertua yang terkirim untuk bahan mudah rusak (0 =
      *    bukan bahan berlot)
           02 MT-COST       PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-EXPIRY     PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-TGL-KIRIM  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-STATUS     PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-QTY-TERIMA PIC 9(07).
           02 FILLER        PIC X VALUE SPACE.
           02 MT-TGL-TERIMA PIC 9(08).
