      *-----------------------
      * shared monthly sales target file -- file record.  Satu
      * baris per bulan per kategori item (IR-KATEGORI di
      * MENUITEM.txt); TG-TARGET omzet item bulan itu dalam rupiah.
      * Target harian diturunkan dari hari buka bulan itu (Minggu
      * dan LIBUR.txt tidak dihitung), tidak disimpan.
      *-----------------------
       FD TARGET-FILE.
       01 TARGET-RECORD.
           02 TG-BULAN    PIC 9(06).
           02 FILLER      PIC X VALUE SPACE.
           02 TG-KATEGORI PIC X(04).
           02 FILLER      PIC X VALUE SPACE.
           02 TG-TARGET   PIC 9(10).
