      *-----------------------
      * shared conduct warning levels -- working storage.  PERFORM
      * MUAT-SIKAP-CFG sekali (SIKAPCEK); tanpa SIKAPCFG.txt dipakai
      * batas bawaan 25 / 50 / 75 poin.  Isi WS-SK-POIN lalu
      * PERFORM TENTUKAN-PREDIKAT; tingkat 0-3 kembali di
      * WS-SK-TINGKAT dan teksnya di WS-SK-PREDIKAT.  Dengan tabel
      * term sudah dimuat (TERMWS / MUAT-TERM-MASTER), isi
      * WS-SK-TGL lalu PERFORM TENTUKAN-TAHUN-SIKAP: term terakhir
      * yang sudah mulai pada tanggal itu kembali di WS-SK-TERM,
      * WS-SK-MULAI dan WS-SK-AKHIR, awal tahun ajarannya di
      * WS-SK-AWAL (tanpa TERM.txt: term kosong, rentang seluruh
      * catatan).
      *-----------------------
       77 WS-SK-STATUS   PIC X(02).
       77 WS-SK-BATAS1   PIC 9(03) VALUE 25.
       77 WS-SK-BATAS2   PIC 9(03) VALUE 50.
       77 WS-SK-BATAS3   PIC 9(03) VALUE 75.
       77 WS-SK-POIN     PIC 9(04).
       77 WS-SK-TINGKAT  PIC 9(01).
       77 WS-SK-PREDIKAT PIC X(20).
       77 WS-SK-TGL      PIC 9(08).
       77 WS-SK-TERM     PIC X(06).
       77 WS-SK-TAHUN    PIC X(09).
       77 WS-SK-MULAI    PIC 9(08).
       77 WS-SK-AKHIR    PIC 9(08).
       77 WS-SK-AWAL     PIC 9(08).
       77 WS-SK-IDX      PIC 9(03) COMP.
