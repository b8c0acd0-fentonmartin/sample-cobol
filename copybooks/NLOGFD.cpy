      *-----------------------
      * shared number-draw log -- file record; berkas hanya
      * ditambah, satu baris per nomor yang ditarik lewat NOMORGEN:
      * seri, nomor, kapan (tanggal usaha + jam dinding), program
      * dan operator yang menariknya.  Bahan audit NOMORAUD.
      *-----------------------
       FD NLOG-FILE.
       01 NLOG-RECORD.
           02 NL-SERI    PIC X(08).
           02 FILLER     PIC X VALUE SPACE.
           02 NL-NOMOR   PIC 9(09).
           02 FILLER     PIC X VALUE SPACE.
           02 NL-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 NL-JAM     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 NL-PROGRAM PIC X(10).
           02 FILLER     PIC X VALUE SPACE.
           02 NL-OPER    PIC 9(04).
