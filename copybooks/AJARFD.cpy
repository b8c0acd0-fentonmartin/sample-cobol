      *-----------------------
      * shared teaching assignments -- file record.  Satu baris
      * per pasangan kelas + mapel: guru pengampunya (GR-ID) dan
      * jam pelajaran per minggu.  Satu pasangan hanya punya satu
      * pengampu.
      *-----------------------
       FD AJAR-FILE.
       01 AJAR-RECORD.
           02 AJR-KELAS PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 AJR-MAPEL PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 AJR-GURU  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 AJR-JAM   PIC 9(02).
