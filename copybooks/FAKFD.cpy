      *-----------------------
      * shared supplier invoice headers -- file record; satu baris
      * per faktur pemasok, FK-NO nomor urut internal.  FK-STATUS:
      * X = ada baris pengecualian (qty/harga tidak cocok dengan PO
      * dan penerimaan), C = cocok, menunggu persetujuan, S = sudah
      * disetujui untuk dibayar, L = lunas, B = batal.  Hanya S yang
      * boleh dibayar; X, C dan S dihitung sebagai utang berjalan.
      *-----------------------
       FD FAKTUR-FILE.
       01 FAKTUR-RECORD.
           02 FK-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-SUPPLIER   PIC 9(03).
           02 FILLER        PIC X VALUE SPACE.
      *    nomor faktur dari pemasok (tercetak di kertasnya)
           02 FK-NOFAK      PIC X(12).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-TGL        PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-TOTAL      PIC 9(09).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-STATUS     PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-TGL-SETUJU PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-TGL-BAYAR  PIC 9(08).
           02 FILLER        PIC X VALUE SPACE.
           02 FK-OPER       PIC 9(04).
