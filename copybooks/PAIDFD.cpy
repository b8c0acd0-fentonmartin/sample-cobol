           02 PD-REASON PIC X(20).
           02 FILLER    PIC X VALUE SPACE.
           02 PD-OPER   PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
      *    nomor kantong setoran bank untuk drop (KANTONG.txt);
      *    paid-out dan drop lama terbaca spasi
           02 PD-KANTONG PIC 9(06).
