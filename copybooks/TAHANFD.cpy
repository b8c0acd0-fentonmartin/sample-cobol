      *-----------------------
      * shared held-order file -- file record; satu baris per baris
      * pesanan yang diparkir di bawah nomor slot; dipanggil kembali
      * utuh (kode, qty, harga) di run yang sama atau run berikutnya.
      * Ditulis dan dibuang oleh 2-Kel-9-a, dibaca LAPAWAS untuk
      * pesanan yang ditahan lalu tidak pernah dipanggil.
      *-----------------------
       FD TAHAN-FILE.
       01 TAHAN-RECORD.
           02 TH-SLOT   PIC 9(02).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-KODE   PIC X(04).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-NAMA   PIC X(10).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-QTY    PIC 99.
           02 FILLER    PIC X VALUE SPACE.
           02 TH-HARGA  PIC 9(05).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-JUMLAH PIC 9(06).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-SIZE   PIC X(01).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-MODS   PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
      *    kasir yang menahan, tanggal usaha dan jam saat ditahan;
      *    baris lama tanpa kolom ini terbaca spasi
           02 TH-KASIR  PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-DATE   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 TH-TIME   PIC 9(08).
