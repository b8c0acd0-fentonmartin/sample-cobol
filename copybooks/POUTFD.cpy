      *-----------------------
      * shared platform payout ledger -- file record; satu baris
      * per pesanan platform yang tercantum di laporan pencairan
      * (diimpor PAYOUT).  PO-GROSS dibayar pelanggan ke platform,
      * PO-NET yang masuk rekening; selisih keduanya potongan
      * platform (komisi dan potongan lain).  PO-STATUS hasil
      * pencocokan dengan jurnal per nomor pesanan platform:
      * M = cocok, S = ada di jurnal dengan jumlah berbeda,
      * U = tidak ada di jurnal.  PO-JURNAL jumlah JR-PAY-P yang
      * dijurnal untuk pesanan itu (bersih dari void).
      *-----------------------
       FD PAYOUT-FILE.
       01 PAYOUT-RECORD.
           02 PO-KANAL      PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-ORDER      PIC X(15).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-TGL-PESAN  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-TGL-BAYAR  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-GROSS      PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-KOMISI     PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-NET        PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-STATUS     PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-STRUK      PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 PO-JURNAL     PIC S9(08).
           02 FILLER        PIC X VALUE SPACE.
      *    tanggal usaha saat diimpor = tanggal posting GL-nya
           02 PO-TGL-IMPOR  PIC 9(08).
