      * shared drink size variants -- file record; satu baris per
      * ukuran yang dijual untuk satu kode menu (mis. R/L/X) dengan
      * harganya sendiri.  Item tanpa baris ukuran dijual satu harga
      * dari MENUITEM.txt (dianggap regular).  UK-PERSEN adalah
      * takaran resep varian ini dalam persen resep regular (150 =
      * satu setengah kali); record lama tanpa kolom ini dibaca 100.
      *-----------------------
       FD UKURAN-FILE.
       01 UKURAN-RECORD.
           02 UK-SIZE  PIC X(01).
           02 FILLER   PIC X VALUE SPACE.
           02 UK-HARGA PIC 9(05).
           02 FILLER   PIC X VALUE SPACE.
           02 UK-PERSEN PIC 9(03).
