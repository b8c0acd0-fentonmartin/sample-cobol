      *-----------------------
      * shared payroll history -- file record; satu baris per
      * karyawan per bulan yang sudah dibayar oleh GAJIAN.  Bulan
      * yang sudah punya baris di sini tidak boleh digaji lagi.
      * GJ-KASBON = cicilan kasbon yang dipotong bulan itu, sudah
      * termasuk dalam pengurang GJ-NETO.
      *-----------------------
       FD GAJI-FILE.
       01 GAJI-RECORD.
           02 GJ-BULAN     PIC 9(06).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-EMP       PIC 9(04).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-ROLE      PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-SHIFT     PIC 9(03).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-MENIT-REG PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-MENIT-OT  PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-TARIF     PIC 9(06).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-BRUTO     PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-POTONG    PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-NETO      PIC S9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-TGL       PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 GJ-KASBON    PIC 9(08).
