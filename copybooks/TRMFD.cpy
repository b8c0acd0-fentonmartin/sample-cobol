      *-----------------------
      * shared goods-received journal -- file record; satu record
      * per baris surat jalan: siapa pemasoknya, item apa, berapa,
      * harga satuan belinya, dan nomor surat jalannya; inilah
      * jejak kertas yang dicocokkan dengan faktur kalau angkanya
      * tidak klop.  Ditulis TERIMA, dibaca posting buku besar.
      * Bahan mudah rusak membawa nomor lot dan tanggal
      * kedaluwarsanya; bahan lain mengosongkan keduanya.
      *-----------------------
       FD TERIMA-JOURNAL.
       01 TERIMA-RECORD.
           02 TR-DATE     PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-TIME     PIC 9(08).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-SUPPLIER PIC 9(03).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-KODE     PIC X(04).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-QTY      PIC 9(05).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-COST     PIC 9(06).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-NOTE     PIC X(10).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-OPER     PIC 9(04).
           02 FILLER      PIC X VALUE SPACE.
      *    nomor PO yang dicocokkan surat jalan ini (0 = tanpa PO)
           02 TR-PO       PIC 9(05).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-LOT      PIC X(10).
           02 FILLER      PIC X VALUE SPACE.
           02 TR-EXPIRY   PIC 9(08).
