      *-----------------------
      * shared perishable ingredient lot file -- working storage;
      * lot tidak dimuat ke tabel: perubahan satu run dicatat di
      * daftar LOT-TABEL (P = ambil FEFO dari kode, K = ambil dari
      * lot tertentu, T = lot masuk) dan diterapkan per lot lewat
      * kuncinya oleh SIMPAN-LOT
      *-----------------------
       77 WS-LT-STATUS  PIC X(02).
       77 WS-LOT-COUNT  PIC 9(04) VALUE 0.
       77 WS-LOT-IDX    PIC 9(04) COMP.
       77 WS-LOT-PILIH  PIC 9(04) COMP.
       77 WS-LOT-JENIS  PIC X(01).
       77 WS-LOT-KODE   PIC X(04).
       77 WS-LOT-NOMOR  PIC X(10).
       77 WS-LOT-EXPIRY PIC 9(08).
       77 WS-LOT-TERIMA PIC 9(08).
       77 WS-LOT-SISA   PIC 9(07).
       77 WS-LOT-AMBIL  PIC 9(07).
       77 WS-LOT-TOTAL  PIC S9(08).
       77 WS-LOT-TUA    PIC 9(08).
       77 WS-LOT-KUNCI  PIC X(24).
       77 WS-LOT-AKHIR  PIC X(01).
       77 WS-LOT-PENUH  PIC X(01) VALUE "N".
           88 LOT-PENUH VALUE "Y".
       01 LOT-TABEL.
           05 LOT-ENTRY OCCURS 200 TIMES.
               10 LOT-JENIS  PIC X(01).
               10 LOT-KODE   PIC X(04).
               10 LOT-NOMOR  PIC X(10).
               10 LOT-EXPIRY PIC 9(08).
               10 LOT-QTY    PIC 9(07).
               10 LOT-TERIMA PIC 9(08).
