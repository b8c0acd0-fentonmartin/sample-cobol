      *-----------------------
      * shared number-range service -- parameter CALL 'NOMORGEN'.
      * Isi NM-SERI lalu PERFORM AMBIL-NOMOR (NOMORAMB); nomor
      * kembali di NM-NOMOR bila NOMOR-OK.  SERI-BELUM-ADA berarti
      * seri belum pernah dibuka: isi NM-AWAL (nomor terakhir yang
      * sudah terpakai di counter lama) dan NM-BATAS, lalu PERFORM
      * BUKA-SERI-NOMOR.
      *-----------------------
       01 NOMOR-MINTA.
      *    A = ambil nomor berikut, B = buka seri baru lalu ambil
           05 NM-FUNGSI  PIC X(01).
           05 NM-SERI    PIC X(08).
           05 NM-PROGRAM PIC X(10).
           05 NM-OPER    PIC 9(04).
           05 NM-TGL     PIC 9(08).
           05 NM-AWAL    PIC 9(09).
           05 NM-BATAS   PIC 9(09).
           05 NM-NOMOR   PIC 9(09).
           05 NM-RC      PIC 9(02).
               88 NOMOR-OK       VALUE 0.
               88 NOMOR-HABIS    VALUE 1.
               88 SERI-BELUM-ADA VALUE 3.
               88 NOMOR-GAGAL    VALUE 9.
