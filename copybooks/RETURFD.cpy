      *-----------------------
      * shared supplier return journal -- file record; satu baris
      * per barang yang dikembalikan ke pemasok, selalu menunjuk
      * baris TERIMA.txt asalnya (tanggal+jam terima, PO, surat
      * jalan, lot).  RT-COST harga beli di baris terima itu, jadi
      * nilai kredit yang ditunggu = RT-QTY x RT-COST.  RT-STATUS:
      * K = kredit ditunggu dari pemasok (ikut di umur utang),
      * C = nota kredit pemasok sudah diterima dan cocok.
      * RT-ALASAN: lihat tabel alasan di RETUR.
      *-----------------------
       FD RETUR-FILE.
       01 RETUR-RECORD.
           02 RT-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-DATE       PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-TIME       PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-SUPPLIER   PIC 9(03).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-PO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-KODE       PIC X(04).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-QTY        PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-COST       PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-TR-DATE    PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-TR-TIME    PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-NOTE       PIC X(10).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-LOT        PIC X(10).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-EXPIRY     PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-ALASAN     PIC X(02).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-OPER       PIC 9(04).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-STATUS     PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
      *    nomor nota kredit pemasok dan tanggal dicocokkan
           02 RT-NOKREDIT   PIC X(12).
           02 FILLER        PIC X VALUE SPACE.
           02 RT-TGL-KREDIT PIC 9(08).
