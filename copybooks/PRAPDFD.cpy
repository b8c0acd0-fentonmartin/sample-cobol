      *-----------------------
      * shared customer pre-order lines -- file record; satu baris
      * per baris pesanan, PB-NO menunjuk PP-NO.  Harga satuan
      * (sudah termasuk ukuran dan modifier) dikunci saat pesanan
      * dicatat; kasir memakainya apa adanya saat pesanan diambil.
      *-----------------------
       FD PRAPDET-FILE.
       01 PRAPDET-RECORD.
           02 PB-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-BARIS      PIC 9(02).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-KODE       PIC X(04).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-NAMA       PIC X(10).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-QTY        PIC 99.
           02 FILLER        PIC X VALUE SPACE.
           02 PB-SIZE       PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-MODS       PIC X(06).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-HARGA      PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 PB-JUMLAH     PIC 9(06).
