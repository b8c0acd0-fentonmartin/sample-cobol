      *-----------------------
      * shared general-ledger posting file -- file record; baris
      * jurnal berpasangan yang siap diimpor paket akuntansi, satu
      * baris per sumber per akun per hari.  GP-DK: D = debit,
      * K = kredit.  Jumlah debit dan kredit satu tanggal selalu
      * sama -- hari yang tidak seimbang tidak pernah ditulis.
      * GP-SUMBER: JRN jurnal penjualan, PDO paid-out laci, APY
      * pembayaran rekening bon, TRM penerimaan barang, FKB
      * pembayaran faktur pemasok, RTR retur barang ke pemasok,
      * NSK penyesuaian nilai persediaan akhir bulan (NILAISTK).
      *-----------------------
       FD GLPOST-FILE.
       01 GLPOST-RECORD.
           02 GP-DATE   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-SUMBER PIC X(03).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-AKUN   PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-DK     PIC X(01).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-JUMLAH PIC 9(11).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-KET    PIC X(25).
           02 FILLER    PIC X VALUE SPACE.
           02 GP-OPER   PIC 9(04).
