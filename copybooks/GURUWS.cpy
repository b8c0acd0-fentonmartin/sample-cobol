      *-----------------------
      * shared teacher lookup -- working storage.  PERFORM
      * MUAT-GURU-AJAR sekali (GURUCARI), lalu isi WS-GA-KELAS +
      * WS-GA-MAPEL dan PERFORM CARI-GURU-MAPEL; nama guru pengampu
      * kembali di WS-GA-NAMA (spasi bila pasangan itu belum punya
      * pengampu di AJAR.txt).  Untuk satu kode guru: isi
      * WS-GA-GURU lalu PERFORM CARI-GURU-ID; WS-GA-HIT menunjuk
      * barisnya di tabel guru (0 = tidak terdaftar).
      *-----------------------
       77 WS-GR-STATUS  PIC X(02).
       77 WS-AJR-STATUS PIC X(02).
       77 WS-GA-KELAS   PIC X(06).
       77 WS-GA-MAPEL   PIC X(06).
       77 WS-GA-GURU    PIC X(06).
       77 WS-GA-NAMA    PIC X(25).
       77 WS-GA-GURU-N  PIC 9(03) VALUE 0.
       77 WS-GA-AJAR-N  PIC 9(03) VALUE 0.
       77 WS-GA-IDX     PIC 9(03) COMP.
       77 WS-GA-HIT     PIC 9(03) COMP.
       01 WS-GA-GURU-TABEL.
           05 WS-GA-GURU-ENTRY OCCURS 200 TIMES.
               10 WS-GAG-ID    PIC X(06).
               10 WS-GAG-NAMA  PIC X(25).
               10 WS-GAG-AKTIF PIC X(01).
       01 WS-GA-AJAR-TABEL.
           05 WS-GA-AJAR-ENTRY OCCURS 600 TIMES.
               10 WS-GAA-KELAS PIC X(06).
               10 WS-GAA-MAPEL PIC X(06).
               10 WS-GAA-GURU  PIC X(06).
