      *-----------------------
      * shared school-fee discount -- file record, dirawat SPPADM.
      * Potongan SPP per siswa (NIS): SD-JENIS "P" = persen dari
      * tarif tingkatnya (SD-NILAI 0-100), "N" = rupiah tetap per
      * bulan.  Siswa tanpa baris di sini membayar tarif penuh.
      *-----------------------
       FD SPPDISK-FILE.
       01 SPPDISK-RECORD.
           02 SD-NIS     PIC 9(05).
           02 FILLER     PIC X VALUE SPACE.
           02 SD-JENIS   PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 SD-NILAI   PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 SD-KET     PIC X(20).
