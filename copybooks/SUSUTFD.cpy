      *-----------------------
      * shared ingredient waste journal -- file record; satu baris
      * per bahan yang dibuang (susu tumpah, sirup kedaluwarsa,
      * minuman dibuat ulang, minum staf).  SS-MENU terisi bila
      * yang dicatat satu menu yang diledakkan lewat RESEP.txt.
      * SS-COST adalah harga pokok rata-rata bahan saat dibuang,
      * supaya nilai susut tidak ikut berubah oleh penerimaan
      * sesudahnya.  SS-ALASAN: lihat tabel alasan di SUSUT.
      *-----------------------
       FD SUSUT-FILE.
       01 SUSUT-RECORD.
           02 SS-DATE   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-TIME   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-OPER   PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-KODE   PIC X(04).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-MENU   PIC X(04).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-QTY    PIC 9(07).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-COST   PIC 9(06).
           02 FILLER    PIC X VALUE SPACE.
           02 SS-ALASAN PIC X(02).
