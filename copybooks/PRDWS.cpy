      *-----------------------
      * shared period-status file -- working storage.  Isi
      * WS-PRD-JENIS + WS-PRD-KUNCI lalu PERFORM CEK-PERIODE; hasil
      * di WS-PRD-KEADAAN (WS-PRD-ADA "N" bila belum pernah ada
      * record untuk periode itu).  Untuk tanggal posting kedai isi
      * WS-PRD-TGL lalu PERFORM CEK-TGL-POSTING; bila WS-PRD-ALIH
      * "Y" dan bulannya tertutup, tanggal dialihkan ke hari ini
      * (jam dinding) selama bulan itu masih buka.
      *-----------------------
       77 WS-PRD-STATUS   PIC X(02).
       77 WS-PRD-JENIS    PIC X(01) VALUE SPACE.
       77 WS-PRD-KUNCI    PIC X(06) VALUE SPACES.
       77 WS-PRD-KEADAAN  PIC X(01) VALUE "O".
           88 WS-PRD-BUKA    VALUE "O".
           88 WS-PRD-TUTUP   VALUE "C".
           88 WS-PRD-FINAL   VALUE "F".
       77 WS-PRD-ADA      PIC X(01) VALUE "N".
       77 WS-PRD-BARU     PIC X(01) VALUE SPACE.
       77 WS-PRD-TGL      PIC 9(08) VALUE 0.
       77 WS-PRD-TGL-ASAL PIC 9(08) VALUE 0.
       77 WS-PRD-ALIH     PIC X(01) VALUE "N".
       77 WS-PRD-DIALIH   PIC X(01) VALUE "N".
