      *-----------------------
      * shared supplier invoice lines -- file record; satu baris per
      * baris faktur, FB-NO menunjuk FK-NO.  Hasil pencocokan tiga
      * arah ikut disimpan: qty PO, qty diterima (TERIMA.txt dengan
      * TR-PO yang sama), qty yang sudah ditagih faktur lain, dan
      * harga satuan penerimaan.  FB-COCOK Y/N, FB-ALASAN berisi
      * sebab pengecualian pertama yang ditemukan.
      *-----------------------
       FD FAKTURDT-FILE.
       01 FAKTURDT-RECORD.
           02 FB-NO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-BARIS      PIC 9(02).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-PO         PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-KODE       PIC X(04).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-QTY        PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-HARGA      PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-QTY-PO     PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-QTY-TRM    PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-QTY-TAGIH  PIC 9(05).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-HARGA-TRM  PIC 9(06).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-COCOK      PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 FB-ALASAN     PIC X(20).
