      *-----------------------
      * shared perishable ingredient lot file -- file record; satu
      * record per lot bahan mudah rusak (BH-LOT = "Y") yang masih
      * bersisa: susu, krim, roti punya tanggal pakai sendiri-
      * sendiri walau kodenya sama.  Jumlah LT-QTY semua lot satu
      * kode mestinya sama dengan BH-ONHAND; lot yang habis
      * dihapus.  LT-TERIMA adalah tanggal usaha penerimaan.
      *-----------------------
       FD LOT-FILE.
       01 LOT-RECORD.
           02 LT-KUNCI.
               03 LT-KODE   PIC X(04).
               03 FILLER    PIC X VALUE SPACE.
               03 LT-LOT    PIC X(10).
               03 FILLER    PIC X VALUE SPACE.
               03 LT-EXPIRY PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 LT-QTY    PIC S9(07).
           02 FILLER    PIC X VALUE SPACE.
           02 LT-TERIMA PIC 9(08).
