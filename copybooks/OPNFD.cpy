      *-----------------------
      * shared stock-count adjustment journal -- file record.  Satu
      * record per bahan yang dihitung: angka buku sebelum, angka
      * hitung fisik sesudah, kode alasan, dan siapa yang
      * menghitung; inilah bukti seberapa meleset angka buku yang
      * dulu hilang karena ditimpa layar stok.  Bahan yang cocok
      * (sebelum = sesudah) beralasan kosong; record itu tetap
      * ditulis sebagai titik hitungan fisik bagi PAKAIBHN.
      *-----------------------
       FD ADJUST-FILE.
       01 ADJUST-RECORD.
           02 AJ-DATE   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-TIME   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-OPER   PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-KODE   PIC X(04).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-BEFORE PIC S9(07).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-AFTER  PIC S9(07).
           02 FILLER    PIC X VALUE SPACE.
           02 AJ-REASON PIC X(02).
