      *-----------------------
      * shared house-account payment journal -- file record; satu
      * baris per pembayaran yang diterima dari pemegang rekening
      * (ditulis AKUNADM, dibaca juga oleh posting buku besar)
      *-----------------------
       FD AKUNPAY-FILE.
       01 AKUNPAY-RECORD.
           02 AP-DATE   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 AP-TIME   PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 AP-NO     PIC 9(04).
           02 FILLER    PIC X VALUE SPACE.
           02 AP-AMOUNT PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 AP-OPER   PIC 9(04).
