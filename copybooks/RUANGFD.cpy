      *-----------------------
      * shared room master -- file record.  Ruang yang boleh
      * dipesan jadwal ujian dan daya tampungnya (kursi ujian,
      * bukan kursi pelajaran biasa).
      *-----------------------
       FD RUANG-FILE.
       01 RUANG-RECORD.
           02 RU-KODE     PIC X(06).
           02 FILLER      PIC X VALUE SPACE.
           02 RU-NAMA     PIC X(20).
           02 FILLER      PIC X VALUE SPACE.
           02 RU-KAPASITAS PIC 9(03).
