      *-----------------------
      * shared report archive -- file record; berkas hanya
      * ditambah, satu baris per baris laporan yang diarsipkan.
      * LA-NO menunjuk baris katalog LAPKAT.txt (LC-NO) pemilik
      * baris ini, LA-TGL tanggal usaha, LA-BARIS nomor urut baris
      * di dalam laporan itu.
      *-----------------------
       FD LAPARSIP-FILE.
       01 LAPARSIP-RECORD.
           02 LA-NO      PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 LA-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 LA-BARIS   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 LA-TEKS    PIC X(132).
