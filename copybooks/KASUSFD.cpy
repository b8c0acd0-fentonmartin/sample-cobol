      *-----------------------
      * shared conduct incident log -- file record.  Satu baris per
      * kejadian disiplin atau catatan konseling, berkunci NIS
      * roster; KS-NO nomor urut kejadian di berkas ini.  KS-KELAS
      * kelas siswa saat dicatat, KS-KATEG kode kategori (KON =
      * catatan konseling, tanpa poin), KS-GURU kode guru pelapor
      * (GR-ID).  KS-STATUS O = masih ditindaklanjuti, C = ditutup
      * pada KS-TGL-TUTUP dengan tindak lanjut di KS-TINDAK.
      *-----------------------
       FD KASUS-FILE.
       01 KASUS-RECORD.
           02 KS-NO        PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-NIS       PIC 9(05).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-KELAS     PIC X(06).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-TGL       PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-KATEG     PIC X(03).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-POIN      PIC 9(03).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-GURU      PIC X(06).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-STATUS    PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-TGL-TUTUP PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-URAIAN    PIC X(40).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-TINDAK    PIC X(40).
           02 FILLER       PIC X VALUE SPACE.
           02 KS-OPER      PIC 9(04).
