      * dipakai satu kode menu: menu RS-MENU memakai RS-QTY satuan
      * bahan RS-BAHAN per gelas.  Kasir meledakkan resep ini untuk
      * menarik stok bahan setiap minuman terjual.
      * RS-MENU "+" diikuti kode modifier (mis. "+XS") adalah
      * bahan tambahan satu modifier per gelas, dipakai menghitung
      * biaya resep.
      *-----------------------
       FD RESEP-FILE.
       01 RESEP-RECORD.
