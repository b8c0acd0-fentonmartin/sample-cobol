      *-----------------------
      * shared exam schedule -- file record, dirawat UJIANADM.
      * Satu baris per kelas per ujian: term, jenis (UTS / UAS),
      * tanggal dan sesi ke-n hari itu, mapel (MAPEL.txt), kelas
      * (KELAS.txt) dan ruang (RUANG.txt).  Satu kelas atau satu
      * ruang hanya sekali per tanggal + sesi; kelas-kelas yang
      * ujian pada tanggal + sesi yang sama membentuk satu
      * "duduk" yang ruangnya dibagi bersama saat penyusunan
      * tempat duduk.  Tanggal di sini yang diterima 3-Kel-9-a
      * untuk mapel itu.
      *-----------------------
       FD UJIAN-FILE.
       01 UJIAN-RECORD.
           02 UJ-TERM   PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-JENIS  PIC X(03).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-TGL    PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-SESI   PIC 9(01).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-MAPEL  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-KELAS  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-RUANG  PIC X(06).
           02 FILLER    PIC X VALUE SPACE.
           02 UJ-OPER   PIC 9(04).
