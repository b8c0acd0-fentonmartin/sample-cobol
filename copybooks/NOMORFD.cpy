      *-----------------------
      * shared number-range control -- file record; satu record per
      * seri nomor (STRUK1..STRUK9 per register, TUGAS, PO, KANTONG,
      * VOUCHER).  NR-AWAL = nomor terakhir yang sudah terpakai saat
      * seri dibuka dari counter lamanya (titik awal audit), NR-AKHIR
      * = nomor terakhir yang sudah ditarik, NR-BATAS = nomor
      * tertinggi yang boleh terbit.  Hanya NOMORGEN yang menulis.
      *-----------------------
       FD NOMOR-FILE.
       01 NOMOR-RECORD.
           02 NR-SERI    PIC X(08).
           02 FILLER     PIC X VALUE SPACE.
           02 NR-AWAL    PIC 9(09).
           02 FILLER     PIC X VALUE SPACE.
           02 NR-AKHIR   PIC 9(09).
           02 FILLER     PIC X VALUE SPACE.
           02 NR-LANGKAH PIC 9(03).
           02 FILLER     PIC X VALUE SPACE.
           02 NR-BATAS   PIC 9(09).
           02 FILLER     PIC X VALUE SPACE.
      *    tanggal usaha tarikan terakhir
           02 NR-TGL     PIC 9(08).
