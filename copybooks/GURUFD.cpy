      *-----------------------
      * shared teacher master -- file record.  GR-ID adalah kode
      * guru baku yang dirujuk KL-WALI (wali kelas) dan penugasan
      * mengajar AJAR.txt.  GR-AKTIF: A = aktif, N = tidak lagi
      * mengajar (tetap disimpan supaya rujukan lama terbaca).
      *-----------------------
       FD GURU-FILE.
       01 GURU-RECORD.
           02 GR-ID     PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 GR-NAMA   PIC X(25).
           02 FILLER    PIC X VALUE SPACE.
           02 GR-KONTAK PIC X(20).
           02 FILLER    PIC X VALUE SPACE.
           02 GR-AKTIF  PIC X(01).
