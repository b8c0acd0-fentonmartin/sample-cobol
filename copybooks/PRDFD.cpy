      *-----------------------
      * shared period-status file -- file record.  Berkas hanya
      * ditambah; record terakhir untuk PR-JENIS + PR-KUNCI yang
      * berlaku.  PR-JENIS "B" = bulan buku kedai (PR-KUNCI YYYYMM),
      * "S" = term sekolah (PR-KUNCI = kode term seperti NH-TERM).
      * PR-STATUS "O" buka, "C" ditutup (ARSIPJRN untuk bulan;
      * untuk term: nilai ujian baru ditolak, koreksi masih boleh),
      * "F" final (rapor sudah dibagikan / buku sudah diserahkan --
      * tidak ada posting maupun koreksi).  Periode tanpa record
      * dianggap buka.
      *-----------------------
       FD PERIODE-FILE.
       01 PERIODE-RECORD.
           02 PR-JENIS   PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 PR-KUNCI   PIC X(06).
           02 FILLER     PIC X VALUE SPACE.
           02 PR-STATUS  PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
      *    tanggal usaha saat status dicatat
           02 PR-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 PR-TIME    PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 PR-OPER    PIC 9(04).
           02 FILLER     PIC X VALUE SPACE.
           02 PR-PROGRAM PIC X(10).
