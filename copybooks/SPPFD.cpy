      *-----------------------
      * shared school-fee ledger -- file record; berkas hanya
      * ditambah.  SP-JENIS "T" = tagihan bulan SP-BULAN dari
      * penagihan bulanan SPP, "B" = pembayaran yang dialokasikan
      * ke bulan itu, dengan nomor kwitansi SP-NO dari seri "SPP".
      * Tunggakan satu bulan = jumlah T - jumlah B bulan itu.
      *-----------------------
       FD SPP-FILE.
       01 SPP-RECORD.
           02 SP-NIS     PIC 9(05).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-BULAN   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-JENIS   PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-JUMLAH  PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-KELAS   PIC X(06).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-NO      PIC 9(09).
           02 FILLER     PIC X VALUE SPACE.
           02 SP-OPER    PIC 9(04).
