      *    jumlah negatif, JR-ORIG-NO menunjuk struk asal),
      *    Z = penutupan kasir akhir hari (laporan Z: JR-RECEIPT-NO
      *    nol, JR-ORIG-NO berisi jumlah transaksi hari itu, field
      *    uang berisi total hari; bukan penjualan),
      *    G = penjualan voucher hadiah, D = uang muka pesanan
      *    diterima (negatif bila dikembalikan); G dan D tanpa
      *    nomor struk, JR-ORIG-NO berisi nomor voucher / pesanan
           02 JR-REC-TYPE   PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-QTY        PIC S99.
           02 JR-PAY-A      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-AKUN       PIC 9(04).
           02 FILLER        PIC X VALUE SPACE.
      *    tip pelanggan per jenis tender (tunai, QRIS, transfer) --
      *    di luar JR-UANG, di luar omzet dan di luar dasar PPN; tip
      *    tunai ikut masuk laci, tip QRIS ikut settlement provider.
      *    Dibagi ke karyawan lewat TIPPOOL.  Record lama terbaca
      *    spasi = 0.
           02 JR-TIP-C      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-TIP-Q      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-TIP-T      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
      *    uang muka pesanan (PRAPESAN) yang dipakai melunasi struk
      *    ini saat pesanan diambil -- bukan uang masuk hari ini,
      *    hanya pengurang kewajiban uang muka; record lama terbaca
      *    spasi = 0
           02 JR-PAY-D      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
      *    kanal penjualan (KANALWS): spasi/K kasir, selebihnya
      *    platform pesan-antar.  Pesanan platform dibayar pelanggan
      *    ke platform, jadi seluruh tagihannya masuk JR-PAY-P
      *    (piutang platform, JR-TENDER "P") sampai dicairkan;
      *    JR-PLAT-ID nomor pesanan di platform, kunci pencocokan
      *    dengan laporan pencairan
           02 JR-PAY-P      PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-KANAL      PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 JR-PLAT-ID    PIC X(15).
           02 FILLER        PIC X VALUE SPACE.
      *    outlet yang mencatat transaksi (OUTLET.txt); record lama
      *    terbaca spasi dan pembaca memperlakukannya sebagai outlet
      *    tempat berkas itu berada
           02 JR-OUTLET     PIC 9(02).
