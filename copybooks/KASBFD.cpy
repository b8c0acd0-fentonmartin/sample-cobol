      *-----------------------
      * shared staff cash-advance ledger -- file record; satu baris
      * per kasbon.  Dibuat oleh KASBON dengan rencana cicilan per
      * bulan, KB-SISA dikurangi GAJIAN setiap bulan gaji sampai
      * nol (KB-STATUS "O" = berjalan, "L" = lunas).  KB-REG bukan
      * nol berarti uangnya keluar dari laci register itu dan sudah
      * dicatat sebagai paid-out di PAIDOUT.txt.
      *-----------------------
       FD KASBON-FILE.
       01 KASBON-RECORD.
           02 KB-NO      PIC 9(05).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-EMP     PIC 9(04).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-JUMLAH  PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-CICILAN PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-SISA    PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-STATUS  PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-REG     PIC 9(02).
           02 FILLER     PIC X VALUE SPACE.
           02 KB-OPER    PIC 9(04).
