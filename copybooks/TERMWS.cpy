      *-----------------------
      * shared term master -- working storage.  PERFORM
      * MUAT-TERM-MASTER sekali (TERMCEK); WS-TM-MASTER "N" bila
      * TERM.txt belum ada (instalasi baru, semua term diterima).
      * Isi WS-TM-KODE lalu PERFORM CARI-TERM-MASTER, atau isi
      * WS-TM-TGL lalu PERFORM CARI-TERM-TANGGAL; hasil di
      * WS-TM-ADA, WS-TM-KODE, WS-TM-TAHUN, WS-TM-MULAI dan
      * WS-TM-AKHIR.  Hari sekolah antara WS-TM-DARI dan
      * WS-TM-SAMPAI (Minggu dan LIBUR.txt dilompati) dihitung
      * HITUNG-HARI-SEKOLAH ke WS-TM-HARI.  UJI-TERM-BUKA (TERMUJI)
      * menguji WS-TM-KODE + WS-TM-TGL terhadap master dan status
      * PERIODE; WS-TM-TOLAK "C" menolak term tutup dan final, "F"
      * hanya yang final.  Hasil di WS-TM-SAH.
      *-----------------------
       77 WS-TM-STATUS  PIC X(02).
       77 WS-TM-MASTER  PIC X(01) VALUE "N".
       77 WS-TM-KODE    PIC X(06).
       77 WS-TM-TAHUN   PIC X(09).
       77 WS-TM-TGL     PIC 9(08).
       77 WS-TM-MULAI   PIC 9(08).
       77 WS-TM-AKHIR   PIC 9(08).
       77 WS-TM-ADA     PIC X(01) VALUE "N".
       77 WS-TM-TOLAK   PIC X(01) VALUE "C".
       77 WS-TM-SAH     PIC X(01) VALUE "N".
       77 WS-TM-DARI    PIC 9(08).
       77 WS-TM-SAMPAI  PIC 9(08).
       77 WS-TM-HARI    PIC 9(03).
       77 WS-TM-N       PIC 9(03) VALUE 0.
       77 WS-TM-IDX     PIC 9(03) COMP.
       77 WS-TM-HU-FUNGSI PIC X.
       77 WS-TM-HU-TGL    PIC 9(08).
       77 WS-TM-HU-N      PIC 9(03).
       77 WS-TM-HU-HASIL  PIC 9(08).
       77 WS-TM-HU-HARI   PIC 9(07).
       77 WS-TM-HU-VALID  PIC X.
       01 WS-TM-TABEL.
           05 WS-TM-ENTRY OCCURS 50 TIMES.
               10 WS-TMT-KODE  PIC X(06).
               10 WS-TMT-TAHUN PIC X(09).
               10 WS-TMT-MULAI PIC 9(08).
               10 WS-TMT-AKHIR PIC 9(08).
               10 WS-TMT-KET   PIC X(20).
