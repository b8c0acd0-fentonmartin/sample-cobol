      *-----------------------
      * shared term master -- file record.  Satu baris per term
      * sekolah: kode term (persis seperti NH-TERM di riwayat
      * nilai), tahun ajaran "2026/2027", tanggal mulai dan akhir
      * term (YYYYMMDD, keduanya termasuk) dan keterangannya.
      * Status buka / tutup / final term tetap dicatat di
      * PERIODE.txt (jenis S) lewat PERIODE, tidak di sini.
      *-----------------------
       FD TERM-FILE.
       01 TERM-RECORD.
           02 TM-KODE    PIC X(06).
           02 FILLER     PIC X VALUE SPACE.
           02 TM-TAHUN   PIC X(09).
           02 FILLER     PIC X VALUE SPACE.
           02 TM-MULAI   PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TM-AKHIR   PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 TM-KET     PIC X(20).
