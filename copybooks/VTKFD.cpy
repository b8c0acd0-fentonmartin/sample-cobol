      *-----------------------
      * shared voucher redemption journal -- file record; satu baris
      * per voucher yang ditukar di kasir: nomor voucher, struk yang
      * dilunasinya, nilai nominal dan bagian yang terpakai (sisanya
      * hangus).  JURNAL.txt hanya membawa jumlah JR-PAY-V per struk,
      * jadi inilah satu-satunya jejak voucher mana yang ditukar.
      *-----------------------
       FD VOUCHER-TUKAR.
       01 VOUCHER-TKR-RECORD.
           02 VK-DATE    PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-TIME    PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-NO      PIC 9(05).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-RECEIPT PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-NILAI   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-PAKAI   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 VK-REG     PIC 9(02).
