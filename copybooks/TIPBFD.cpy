      *-----------------------
      * shared tip-pool distribution history -- file record; satu
      * baris per karyawan per periode pembagian, ditulis TIPPOOL.
      * Periode yang sudah ada di sini tidak boleh dibagi ulang
      * (rentang TB-AWAL s/d TB-AKHIR tidak boleh bertumpuk).
      * TB-BAGIAN = tip tunai + non-tunai bagian karyawan itu.
      *-----------------------
       FD TIPBAGI-FILE.
       01 TIPBAGI-RECORD.
           02 TB-AWAL    PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-AKHIR   PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-EMP     PIC 9(04).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-MENIT   PIC 9(07).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-BAGIAN  PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TB-OPER    PIC 9(04).
