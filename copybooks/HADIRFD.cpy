      *-----------------------
      * shared staff shift-attendance file -- file record; satu
      * baris per shift.  Dibuka JAMKERJA saat karyawan masuk
      * (HD-STATUS "O") dan ditutup di baris yang sama saat pulang
      * (HD-STATUS "C", HD-MENIT terisi).  HD-DATE dan HD-OUT-DATE
      * adalah tanggal usaha, jamnya jam dinding HHMMSSss; shift yang
      * lewat tengah malam tetap bertanggal usaha yang sama.
      *-----------------------
       FD HADIR-FILE.
       01 HADIR-RECORD.
           02 HD-EMP      PIC 9(04).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-DATE     PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-IN       PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-OUT-DATE PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-OUT      PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-STATUS   PIC X(01).
           02 FILLER      PIC X VALUE SPACE.
           02 HD-MENIT    PIC 9(05).
