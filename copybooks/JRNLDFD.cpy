           02 JD-SIZE       PIC X(01).
           02 FILLER        PIC X VALUE SPACE.
           02 JD-MODS       PIC X(06).
           02 FILLER        PIC X VALUE SPACE.
      *    outlet yang mencatat baris ini, sama dengan JR-OUTLET
      *    header-nya; spasi = outlet tempat berkas itu berada
           02 JD-OUTLET     PIC 9(02).
