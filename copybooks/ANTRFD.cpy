      *-----------------------
      * shared bar order-ticket queue -- file record; satu baris per
      * baris pesanan, dikelompokkan per struk (tanggal usaha + nomor
      * struk = satu tiket).  Ditulis 2-Kel-9-a saat penjualan
      * selesai, status dan cap jam diubah ANTRIAN di layar bar,
      * dibaca LAPJUAL untuk waktu layanan.  Berkas hanya ditambah
      * di ujung, jadi urutan baris = urutan tiket masuk.
      *-----------------------
       FD ANTRIAN-FILE.
       01 ANTRIAN-RECORD.
           02 AQ-DATE      PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-RECEIPT   PIC 9(06).
           02 FILLER       PIC X VALUE SPACE.
      *    nomor urut baris di dalam struk, mulai 1
           02 AQ-BARIS     PIC 9(02).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-REG       PIC 9(02).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-KASIR     PIC 9(04).
           02 FILLER       PIC X VALUE SPACE.
      *    jam struk selesai dibayar (HHMMSScc)
           02 AQ-TIME      PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-KODE      PIC X(04).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-NAMA      PIC X(10).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-QTY       PIC 99.
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-SIZE      PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-MODS      PIC X(06).
           02 FILLER       PIC X VALUE SPACE.
      *    O = antri, B = sudah dibuat, A = sudah diambil pelanggan,
      *    X = dibatalkan (struk di-void); sama di semua baris tiket
           02 AQ-STATUS    PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
      *    cap jam barista menandai dibuat / diambil (0 = belum)
           02 AQ-JAM-BUAT  PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 AQ-JAM-AMBIL PIC 9(08).
