      *-----------------------
      * shared report catalogue -- file record; satu baris per
      * laporan yang diarsipkan di LAPARSIP.txt: nomor arsip,
      * tanggal usaha, nama laporan, program dan langkah rantai
      * yang membuatnya, jumlah baris, status langkah (DONE /
      * FAILED) dan jam diarsipkan
      *-----------------------
       FD LAPKAT-FILE.
       01 LAPKAT-RECORD.
           02 LC-NO      PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-LAPORAN PIC X(12).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-PROGRAM PIC X(10).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-STEP    PIC X(10).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-BARIS   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-STATUS  PIC X(08).
           02 FILLER     PIC X VALUE SPACE.
           02 LC-JAM     PIC 9(08).
