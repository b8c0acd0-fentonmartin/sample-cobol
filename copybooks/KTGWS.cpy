      *-----------------------
      * shared deposit-bag register -- working storage.  Isi
      * WS-KTG-REG/ASAL/AMOUNT lalu PERFORM CATAT-KANTONG; nomor
      * kantong kembali di WS-KTG-NO.  WS-KTG-NO yang sudah terisi
      * dipakai ulang (kantong yang sama dicatat ulang).
      *-----------------------
       77 WS-KTG-STATUS PIC X(02).
       77 WS-KTN-STATUS PIC X(02).
       77 WS-KTG-NO     PIC 9(06) VALUE 0.
       77 WS-KTG-REG    PIC 9(02) VALUE 0.
       77 WS-KTG-ASAL   PIC X(01) VALUE SPACE.
       77 WS-KTG-AMOUNT PIC 9(08) VALUE 0.
