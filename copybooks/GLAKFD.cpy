      *-----------------------
      * shared general-ledger chart of accounts -- file record; satu
      * baris per akun buku besar.  GA-PERAN mengikat akun ke pos
      * yang diposting program: KAS kas laci, QRS kliring QRIS, BNK
      * bank, PIU piutang rekening bon, PKR piutang karyawan
      * (kasbon), PLT piutang platform pesan-antar, PSD persediaan
      * bahan baku, UTG utang dagang, PPN PPN keluaran, VOC
      * kewajiban voucher, TIP utang tip karyawan, UMK uang muka
      * pesanan pelanggan, JUL penjualan, PBL pembelian stok, BYA
      * biaya paid-out, KOM komisi platform.  Kode dan nama boleh
      * disesuaikan dengan paket akuntansi, perannya jangan.
      *-----------------------
       FD GLAKUN-FILE.
       01 GLAKUN-RECORD.
           02 GA-KODE   PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 GA-NAMA   PIC X(25).
           02 FILLER    PIC X VALUE SPACE.
           02 GA-PERAN  PIC X(03).
