      *-----------------------
      * shared outlet list -- file record.  Satu baris per outlet
      * (kedai/kios) yang memakai sistem ini; outlet 01 adalah
      * kantor pusat yang menerima berkas cabang.  OL-SINI "*"
      * menandai outlet tempat salinan sistem ini berjalan, dan
      * kodenya dicap di jurnal, detail jurnal, dan dokumen mutasi.
      *-----------------------
       FD OUTLET-FILE.
       01 OUTLET-RECORD.
           02 OL-KODE  PIC 9(02).
           02 FILLER   PIC X VALUE SPACE.
           02 OL-NAMA  PIC X(10).
           02 FILLER   PIC X VALUE SPACE.
           02 OL-SINI  PIC X(01).
