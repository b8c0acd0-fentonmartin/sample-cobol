      *-----------------------
      * shared class timetable -- file record.  Satu baris per
      * slot mingguan: hari (1 Senin .. 6 Sabtu) dan jam pelajaran
      * ke-n untuk satu kelas, mapelnya dan ruang (boleh kosong).
      * Guru pengampu tidak disimpan; diambil dari AJAR.txt menurut
      * kelas + mapel, jadi pergantian pengampu langsung berlaku.
      *-----------------------
       FD JADWAL-FILE.
       01 JADWAL-RECORD.
           02 JW-HARI   PIC 9(01).
           02 FILLER    PIC X VALUE SPACE.
           02 JW-JAM    PIC 9(02).
           02 FILLER    PIC X VALUE SPACE.
           02 JW-KELAS  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 JW-MAPEL  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 JW-RUANG  PIC X(06).
