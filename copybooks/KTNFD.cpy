      *-----------------------
      * shared deposit-bag number counter -- nomor kantong terakhir
      * yang dipakai, pola PONO.txt / RECEIPT.txt
      *-----------------------
       FD KANTNO-CTR.
       01 KANTNO-RECORD.
           02 KN-NO PIC 9(06).
