           02 IR-STATUS PIC X(01).
           02 FILLER    PIC X VALUE SPACE.
           02 IR-MULAI  PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
      *    kategori item untuk target penjualan bulanan (TARGET.txt),
      *    misalnya KOPI / NONK / MKN; record lama terbaca spasi dan
      *    dihitung dalam kategori LAIN
           02 IR-KATEGORI PIC X(04).
