      *-----------------------
      * shared promotion decisions -- file record; lembar keputusan
      * kenaikan satu tahun ajaran, ditulis ulang utuh oleh
      * KENAIKAN dan dibaca NAIKKLS saat rollover.  Satu baris per
      * siswa aktif.  NK-USUL = usulan hitungan, NK-PUTUS =
      * keputusan yang berlaku: N = naik (lulus di tingkat akhir),
      * T = tinggal kelas, R = rujuk ke rapat tinjauan.  NK-UBAH
      * "Y" = NK-PUTUS diubah kepala sekolah (alasan di NK-ALASAN).
      * NK-HADIR = persen hadir dari NK-HARI hari tercatat.
      *-----------------------
       FD NAIK-FILE.
       01 NAIK-RECORD.
           02 NK-TAHUN   PIC X(09).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-NIS     PIC 9(05).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-KELAS   PIC X(06).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-RATA    PIC 9(03)V99.
           02 FILLER     PIC X VALUE SPACE.
           02 NK-MAPEL   PIC 9(02).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-GAGAL   PIC 9(02).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-HADIR   PIC 9(03).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-HARI    PIC 9(03).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-USUL    PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-PUTUS   PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-UBAH    PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-ALASAN  PIC X(30).
           02 FILLER     PIC X VALUE SPACE.
           02 NK-OPER    PIC 9(04).
