      *-----------------------
      * shared stock transfer ledger -- working storage; buku
      * mutasi dimuat utuh ke MUT-TABEL (MUTMUAT)
      *-----------------------
       77 WS-MT-STATUS    PIC X(02).
       77 WS-MUT-COUNT    PIC 9(04) VALUE 0.
       77 WS-MUT-IDX      PIC 9(04) COMP.
       77 WS-MUT-POS      PIC 9(04) VALUE 0.
       77 WS-MUT-DARI     PIC 9(02).
       77 WS-MUT-NO       PIC 9(05).
       77 WS-MUT-BARIS    PIC 9(02).
       01 MUT-TABEL.
           05 MUT-ENTRY OCCURS 1000 TIMES.
               10 MTT-DARI       PIC 9(02).
               10 MTT-NO         PIC 9(05).
               10 MTT-BARIS      PIC 9(02).
               10 MTT-KE         PIC 9(02).
               10 MTT-BAHAN      PIC X(04).
               10 MTT-NAMA       PIC X(12).
               10 MTT-SATUAN     PIC X(03).
               10 MTT-QTY        PIC 9(07).
               10 MTT-COST       PIC 9(06).
               10 MTT-EXPIRY     PIC 9(08).
               10 MTT-TGL-KIRIM  PIC 9(08).
               10 MTT-STATUS     PIC X(01).
               10 MTT-QTY-TERIMA PIC 9(07).
               10 MTT-TGL-TERIMA PIC 9(08).
