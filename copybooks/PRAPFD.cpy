      *-----------------------
      * shared customer pre-order headers -- file record; satu baris
      * per pesanan (pesanan pelanggan / katering) yang diambil pada
      * tanggal dan jam tertentu.  PP-DP adalah uang muka yang
      * disepakati, PP-DP-BAYAR yang sudah benar-benar diterima
      * kasir -- uang itu kewajiban kita (uang muka pelanggan),
      * bukan penjualan, sampai pesanan diambil.  PP-STATUS:
      * O = terbuka, A = sudah diambil (PP-STRUK = struk
      * pelunasannya), B = batal (DP yang masih tercatat di
      * PP-DP-BAYAR menunggu dikembalikan di kasir).
      *-----------------------
       FD PRAPESAN-FILE.
       01 PRAPESAN-RECORD.
           02 PP-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-TGL-PESAN  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-TGL-AMBIL  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
      *    jam ambil HHMM
           02 PP-JAM-AMBIL  PIC 9(04).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-PELANGGAN  PIC X(20).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-TELP       PIC X(15).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-TOTAL      PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-DP         PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-DP-BAYAR   PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-STATUS     PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-STRUK      PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
      *    tanggal usaha saat diambil / dibatalkan
           02 PP-TGL-SELESAI PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PP-OPER       PIC 9(04).
