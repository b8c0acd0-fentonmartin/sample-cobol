      * PCS).  BH-ONHAND boleh negatif (penjualan tetap jalan walau
      * stok tercatat habis); BH-COST adalah harga pokok per satuan
      * dari penerimaan terakhir, dipakai menilai selisih opname.
      * BH-LOT "Y" menandai bahan mudah rusak yang stoknya juga
      * dicatat per lot dan tanggal kedaluwarsa di BAHANLOT.txt.
      *-----------------------
       FD BAHAN-FILE.
       01 BAHAN-RECORD.
           02 BH-MINIMUM PIC 9(07).
           02 FILLER     PIC X VALUE SPACE.
           02 BH-COST    PIC 9(06).
           02 FILLER     PIC X VALUE SPACE.
           02 BH-LOT     PIC X(01).
           02 FILLER     PIC X VALUE SPACE.
      *    outlet pemilik stok; di BAHAN.txt setiap outlet dibiarkan
      *    spasi (stok outlet itu sendiri), diisi pada salinan stok
      *    cabang yang dihimpun kantor pusat (BAHANCB.txt)
           02 BH-OUTLET  PIC 9(02).
