      *-----------------------
      * shared pay-rate table -- file record, disunting tangan
      * seperti PAJAK.txt.  TF-JENIS "R" = tarif per peran
      * (TF-KUNCI = EMP-ROLE di kolom pertama), "E" = tarif khusus
      * satu karyawan (TF-KUNCI = EMP-ID) yang menimpa tarif
      * perannya.  TF-TARIF rupiah per jam; TF-LEMBUR persen
      * tarif untuk menit di atas 8 jam per shift (150 = 1,5x);
      * TF-POTONG potongan dari bruto dalam perseratus persen
      * (300 = 3,00%), pola yang sama dengan PAJAK.txt.
      *-----------------------
       FD TARIF-FILE.
       01 TARIF-RECORD.
           02 TF-JENIS   PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
           02 TF-KUNCI   PIC X(04).
           02 FILLER     PIC X VALUE SPACE.
           02 TF-TARIF   PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 TF-LEMBUR  PIC 9(03).
           02 FILLER     PIC X VALUE SPACE.
           02 TF-POTONG  PIC 9(04).
