      *-----------------------
      * shared platform menu prices -- file record; harga jual
      * satu kode menu + ukuran di satu kanal platform (KANALWS)
      * bila berbeda dari harga kasir.  Ukuran spasi = regular /
      * item tanpa varian.  Tanpa baris di sini harga kasir yang
      * berlaku; modifier tetap menambah biayanya sendiri.
      *-----------------------
       FD HKANAL-FILE.
       01 HKANAL-RECORD.
           02 HK-KODE  PIC X(04).
           02 FILLER   PIC X VALUE SPACE.
           02 HK-SIZE  PIC X(01).
           02 FILLER   PIC X VALUE SPACE.
           02 HK-KANAL PIC X(01).
           02 FILLER   PIC X VALUE SPACE.
           02 HK-HARGA PIC 9(05).
