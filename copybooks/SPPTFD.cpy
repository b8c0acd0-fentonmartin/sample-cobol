      *-----------------------
      * shared school-fee schedule -- file record, dirawat SPPADM.
      * Satu baris per tingkat kelas (KL-TINGKAT di KELAS.txt)
      * dengan SPP bulanan dalam rupiah.
      *-----------------------
       FD SPPTARIF-FILE.
       01 SPPTARIF-RECORD.
           02 ST-TINGKAT PIC 9(02).
           02 FILLER     PIC X VALUE SPACE.
           02 ST-JUMLAH  PIC 9(08).
