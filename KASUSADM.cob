       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASUSADM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SISWASEL.
           COPY KASUSSEL.
           SELECT EDIT-FILE ASSIGN TO "KASUSEDT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ED-STATUS.
           COPY GURUSEL.
           COPY TERMSEL.
           COPY SIKAPSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SISWAFD.

           COPY KASUSFD.

       FD EDIT-FILE.
       01 EDIT-RECORD PIC X(140).

           COPY GURUFD.

           COPY TERMFD.

           COPY SIKAPFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
           77 WS-FS         pic X(02).
           77 ws-ks-status  pic X(02).
           77 ws-ed-status  pic X(02).
           77 ws-gr-status  pic X(02).
           COPY TERMWS.
           COPY SIKAPWS.
           COPY BDATEWS.
           COPY SESIWS.
           COPY AUDITWS.
           COPY NOMORWS.
           77 nis-input     pic 9(05).
           77 tgl-input     pic 9(08).
           77 kat-input     pic X(03).
           77 poin-input    pic 9(03).
           77 uraian-input  pic X(40).
           77 guru-input    pic X(06).
           77 tindak-input  pic X(40).
           77 tindak-lama   pic X(40).
           77 no-input      pic 9(05).
           77 kasus-no      pic 9(05).
           77 kasus-hit     pic 9(04).
           77 kasus-poin    pic 9(04).
           77 kasus-buka    pic 9(04).
           77 kat-idx       pic 9(02) comp.
           77 kat-hit       pic 9(02) comp.
           77 guru-count    pic 9(03) value 0.
           77 guru-idx      pic 9(03) comp.
           77 guru-hit      pic 9(03) comp.
           77 ws-nama       pic X(25).
           77 ws-kelas      pic X(06).
           77 ws-isian-sah  pic X value "Y".
               88 isian-sah value "Y".
           77 hu-fungsi     pic X.
           77 hu-tgl        pic 9(08).
           77 hu-n          pic 9(03).
           77 hu-tgl-hasil  pic 9(08).
           77 hu-harinum    pic 9(07).
           77 hu-valid      pic X.
           77 ed-poin       pic ZZ9.
           77 ed-jum        pic ZZZ9.

      *-----------------------
      * kategori kejadian dengan poin bawaannya; KON adalah catatan
      * konseling (bimbingan), bukan pelanggaran, sehingga tanpa poin
      *-----------------------
       01 KATEGORI-DATA.
           05 FILLER PIC X(30) VALUE "TLB005Terlambat masuk         ".
           05 FILLER PIC X(30) VALUE "BOL010Bolos / alpa tanpa izin ".
           05 FILLER PIC X(30) VALUE "SRG005Seragam / atribut       ".
           05 FILLER PIC X(30) VALUE "HP 005HP saat pelajaran       ".
           05 FILLER PIC X(30) VALUE "CUR015Menyontek / curang ujian".
           05 FILLER PIC X(30) VALUE "ROK020Merokok                 ".
           05 FILLER PIC X(30) VALUE "RSK020Merusak fasilitas       ".
           05 FILLER PIC X(30) VALUE "KLH025Berkelahi               ".
           05 FILLER PIC X(30) VALUE "BUL030Perundungan             ".
           05 FILLER PIC X(30) VALUE "LAI005Pelanggaran lain        ".
           05 FILLER PIC X(30) VALUE "KON000Catatan konseling       ".
       01 KATEGORI-TABEL REDEFINES KATEGORI-DATA.
           05 KATEGORI-ENTRY OCCURS 11 TIMES.
               10 KT-KODE PIC X(03).
               10 KT-POIN PIC 9(03).
               10 KT-NAMA PIC X(24).

       01 GURU-TABEL.
           05 GURU-ENTRY OCCURS 200 TIMES.
               10 GRT-ID     PIC X(06).
               10 GRT-NAMA   PIC X(25).
               10 GRT-AKTIF  PIC X(01).

       01 WS-PILIHAN PIC X.
           88 PILIH-CATAT       VALUE '1'.
           88 PILIH-TUTUP       VALUE '2'.
           88 PILIH-RIWAYAT     VALUE '3'.
           88 PILIH-TERBUKA     VALUE '4'.
           88 PILIH-KELUAR      VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * BUKU KASUS SISWA - kejadian disiplin dan catatan konseling
      * yang dulu ditulis di buku ruang guru.  Setiap kejadian
      * dicatat di KASUS.txt dengan NIS roster, tanggal, kategori,
      * poin, uraian, guru pelapor dan tindak lanjutnya; kejadian
      * ditutup bila tindak lanjutnya selesai.  Poin kumulatif
      * setahun ajaran menentukan predikat sikap (batas SP dari
      * SIKAPCFG.txt) yang dipakai LAPSIKAP dan RAPOR.
      *-----------------------
       MAIN-PROCEDURE.
           MOVE "KASUSADM" TO WS-AUDIT-PROGRAM.
           PERFORM BACA-SESI.
           MOVE WS-SESI-ID TO WS-AUDIT-OPER.
           PERFORM CATAT-AUDIT-START.
           PERFORM BACA-TGL-USAHA.
           PERFORM MUAT-SIKAP-CFG.
           PERFORM MUAT-TERM-MASTER.
           MOVE WS-TGL-USAHA TO WS-SK-TGL.
           PERFORM TENTUKAN-TAHUN-SIKAP.
           PERFORM MUAT-GURU.
           MOVE SPACE TO WS-PILIHAN.
           PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
           MOVE "KASUSADM" TO WS-AUDIT-PROGRAM.
           PERFORM CATAT-AUDIT.
           GOBACK.

       TAMPILKAN-MENU.
           DISPLAY "=== BUKU KASUS & KONSELING SISWA (KASUS.txt) ===".
           DISPLAY "1. Catat kejadian / konseling".
           DISPLAY "2. Tutup kejadian (tindak lanjut selesai)".
           DISPLAY "3. Riwayat satu siswa".
           DISPLAY "4. Daftar kejadian yang masih terbuka".
           DISPLAY "0. Keluar".
           DISPLAY "Pilihan : ".
           ACCEPT WS-PILIHAN.
           EVALUATE TRUE
               WHEN PILIH-CATAT       PERFORM CATAT-KASUS
               WHEN PILIH-TUTUP       PERFORM TUTUP-KASUS
               WHEN PILIH-RIWAYAT     PERFORM RIWAYAT-SISWA
               WHEN PILIH-TERBUKA     PERFORM DAFTAR-TERBUKA
               WHEN PILIH-KELUAR      CONTINUE
               WHEN OTHER             DISPLAY "Pilihan tidak dikenal"
           END-EVALUATE.

      *-----------------------
      * CATAT - NIS harus ada di roster dan masih aktif; kelasnya
      * ikut disimpan.  Tanggal tidak boleh sesudah tanggal usaha,
      * kategori dari tabel, poin 0 = poin bawaan kategori, guru
      * pelapor harus guru aktif di GURU.txt (bila daftar guru
      * sudah ada).  Tindak lanjut boleh diisi belakangan.
      *-----------------------
       CATAT-KASUS.
           DISPLAY "NIS siswa                     : ".
           ACCEPT nis-input.
           PERFORM CARI-SISWA.
           IF ws-isian-sah = "Y"
               PERFORM MINTA-ISIAN-KASUS
           END-IF.
           IF isian-sah
               PERFORM NOMOR-KASUS-BERIKUT
               IF NOT NOMOR-OK
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               MOVE SPACES        TO KASUS-RECORD
               MOVE kasus-no      TO KS-NO
               MOVE nis-input     TO KS-NIS
               MOVE ws-kelas      TO KS-KELAS
               MOVE tgl-input     TO KS-TGL
               MOVE kat-input     TO KS-KATEG
               MOVE poin-input    TO KS-POIN
               MOVE guru-input    TO KS-GURU
               MOVE "O"           TO KS-STATUS
               MOVE 0             TO KS-TGL-TUTUP
               MOVE uraian-input  TO KS-URAIAN
               MOVE tindak-input  TO KS-TINDAK
               MOVE WS-SESI-ID    TO KS-OPER
               OPEN EXTEND KASUS-FILE
               IF ws-ks-status = "35"
                   OPEN OUTPUT KASUS-FILE
               END-IF
               WRITE KASUS-RECORD
               IF ws-ks-status NOT = "00"
                   DISPLAY "Gagal menulis KASUS.txt, status ",
                           ws-ks-status
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "Kejadian no ", kasus-no, " tercatat"
               END-IF
               CLOSE KASUS-FILE
               PERFORM HITUNG-POIN-SISWA
               PERFORM TAMPILKAN-PREDIKAT
           END-IF.

       CARI-SISWA.
           MOVE "Y" TO ws-isian-sah.
           OPEN INPUT STUDENT.
           IF WS-FS NOT = "00"
               DISPLAY "Roster (DATA.txt) tidak terbuka, status ",
                       WS-FS
               MOVE "N" TO ws-isian-sah
           ELSE
               MOVE nis-input TO STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       DISPLAY "NIS ", nis-input,
                               " tidak ada di roster"
                       MOVE "N" TO ws-isian-sah
                   NOT INVALID KEY
                       MOVE NAME      TO ws-nama
                       MOVE STU-KELAS TO ws-kelas
                       IF STU-STATUS NOT = "A"
                           DISPLAY "Siswa ", nis-input,
                                   " tidak aktif (status ",
                                   STU-STATUS, ")"
                           MOVE "N" TO ws-isian-sah
                       END-IF
               END-READ
               CLOSE STUDENT
           END-IF.
           IF isian-sah
               DISPLAY nis-input, " ", ws-nama, " kelas ", ws-kelas
           END-IF.

       MINTA-ISIAN-KASUS.
           DISPLAY "Tanggal kejadian (YYYYMMDD, 0 = hari ini) : ".
           ACCEPT tgl-input.
           IF tgl-input = 0
               MOVE WS-TGL-USAHA TO tgl-input
           END-IF.
           MOVE tgl-input TO hu-tgl.
           PERFORM UJI-TANGGAL.
           IF hu-valid NOT = "Y"
               DISPLAY "Tanggal ", tgl-input, " tidak sah"
               MOVE "N" TO ws-isian-sah
           ELSE
               IF tgl-input > WS-TGL-USAHA
                   DISPLAY "Tanggal kejadian sesudah tanggal usaha ",
                           WS-TGL-USAHA
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               PERFORM TAMPILKAN-KATEGORI
                   VARYING kat-idx FROM 1 BY 1
                   UNTIL kat-idx > 11
               DISPLAY "Kategori                      : "
               ACCEPT kat-input
               INSPECT kat-input CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM CARI-KATEGORI
               IF kat-hit = 0
                   DISPLAY "Kategori ", kat-input, " tidak dikenal"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               PERFORM MINTA-POIN
           END-IF.
           IF isian-sah
               DISPLAY "Uraian kejadian (maks 40)     : "
               ACCEPT uraian-input
               IF uraian-input = SPACES
                   DISPLAY "Uraian wajib diisi"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               DISPLAY "Kode guru pelapor             : "
               ACCEPT guru-input
               PERFORM CARI-GURU
           END-IF.
           IF isian-sah
               DISPLAY "Tindak lanjut (maks 40, boleh kosong) : "
               ACCEPT tindak-input
           END-IF.

       TAMPILKAN-KATEGORI.
           MOVE KT-POIN (kat-idx) TO ed-poin.
           DISPLAY "  ", KT-KODE (kat-idx), " ", KT-NAMA (kat-idx),
                   ed-poin, " poin".

       CARI-KATEGORI.
           MOVE 0 TO kat-hit.
           PERFORM BANDING-KATEGORI
               VARYING kat-idx FROM 1 BY 1
               UNTIL kat-idx > 11.

       BANDING-KATEGORI.
           IF KT-KODE (kat-idx) = kat-input
               MOVE kat-idx TO kat-hit
           END-IF.

      *    catatan konseling tidak pernah berpoin
       MINTA-POIN.
           IF KT-POIN (kat-hit) = 0
               MOVE 0 TO poin-input
           ELSE
               MOVE KT-POIN (kat-hit) TO ed-poin
               DISPLAY "Poin (0 = bawaan", ed-poin, ")          : "
               ACCEPT poin-input
               IF poin-input = 0
                   MOVE KT-POIN (kat-hit) TO poin-input
               END-IF
           END-IF.

       CARI-GURU.
           IF guru-input = SPACES
               DISPLAY "Guru pelapor wajib diisi"
               MOVE "N" TO ws-isian-sah
           ELSE
               IF guru-count > 0
                   MOVE 0 TO guru-hit
                   PERFORM BANDING-GURU
                       VARYING guru-idx FROM 1 BY 1
                       UNTIL guru-idx > guru-count
                   EVALUATE TRUE
                       WHEN guru-hit = 0
                           DISPLAY "Guru ", guru-input,
                                   " tidak ada di GURU.txt"
                           MOVE "N" TO ws-isian-sah
                       WHEN GRT-AKTIF (guru-hit) NOT = "A"
                           DISPLAY "Guru ", guru-input,
                                   " tidak aktif lagi"
                           MOVE "N" TO ws-isian-sah
                       WHEN OTHER
                           DISPLAY "Pelapor: ", GRT-NAMA (guru-hit)
                   END-EVALUATE
               END-IF
           END-IF.

       BANDING-GURU.
           IF GRT-ID (guru-idx) = guru-input
               MOVE guru-idx TO guru-hit
           END-IF.

       UJI-TANGGAL.
           MOVE "V" TO hu-fungsi.
           CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                 hu-tgl-hasil, hu-harinum, hu-valid.

      *    nomor kejadian dari seri KASUS lewat NOMORGEN; seri yang
      *    belum ada dibuka dari nomor terbesar di KASUS.txt
       NOMOR-KASUS-BERIKUT.
           MOVE "KASUS" TO NM-SERI.
           PERFORM AMBIL-NOMOR.
           IF SERI-BELUM-ADA
               PERFORM NOMOR-KASUS-TERAKHIR
               MOVE kasus-no TO NM-AWAL
               MOVE 99999    TO NM-BATAS
               PERFORM BUKA-SERI-NOMOR
           END-IF.
           MOVE 0 TO kasus-no.
           IF NOMOR-OK
               MOVE NM-NOMOR TO kasus-no
           END-IF.

       NOMOR-KASUS-TERAKHIR.
           MOVE 0 TO kasus-no.
           OPEN INPUT KASUS-FILE.
           IF ws-ks-status = "00"
               PERFORM AMBIL-NOMOR-KASUS
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
           END-IF.

       AMBIL-NOMOR-KASUS.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-NO > kasus-no
                       MOVE KS-NO TO kasus-no
                   END-IF
           END-READ.

      *-----------------------
      * TUTUP - kejadian terbuka ditutup dengan tindak lanjutnya
      * (kosong = tindak lanjut yang sudah tercatat); berkas ditulis
      * ulang lewat berkas kerja
      *-----------------------
       TUTUP-KASUS.
           DISPLAY "Nomor kejadian                : ".
           ACCEPT no-input.
           MOVE "N" TO ws-isian-sah.
           MOVE SPACES TO tindak-input.
           OPEN INPUT KASUS-FILE.
           IF ws-ks-status NOT = "00"
               DISPLAY "Buku kasus (KASUS.txt) belum ada"
           ELSE
               PERFORM CARI-KASUS-TUTUP
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
               IF ws-isian-sah = "N"
                   DISPLAY "Kejadian ", no-input, " tidak ada"
               END-IF
           END-IF.
           IF isian-sah
               DISPLAY "Tindak lanjut (kosong = yang tercatat) : "
               ACCEPT tindak-input
               IF tindak-input = SPACES
                   MOVE tindak-lama TO tindak-input
               END-IF
               IF tindak-input = SPACES
                   DISPLAY "Tindak lanjut wajib diisi untuk menutup"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               OPEN INPUT KASUS-FILE
               OPEN OUTPUT EDIT-FILE
               PERFORM TANDAI-BARIS-KASUS
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
               CLOSE EDIT-FILE
               PERFORM KEMBALIKAN-KASUS
               DISPLAY "Kejadian ", no-input, " ditutup"
           END-IF.

       CARI-KASUS-TUTUP.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-NO = no-input
                       PERFORM TAMPILKAN-KASUS
                       IF KS-STATUS = "C"
                           DISPLAY "Kejadian sudah ditutup ",
                                   KS-TGL-TUTUP
                           MOVE "C" TO ws-isian-sah
                       ELSE
                           MOVE "Y" TO ws-isian-sah
                           MOVE KS-TINDAK TO tindak-lama
                       END-IF
                   END-IF
           END-READ.

       TANDAI-BARIS-KASUS.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-NO = no-input AND KS-STATUS NOT = "C"
                       MOVE "C"          TO KS-STATUS
                       MOVE WS-TGL-USAHA TO KS-TGL-TUTUP
                       MOVE tindak-input TO KS-TINDAK
                   END-IF
                   MOVE KASUS-RECORD TO EDIT-RECORD
                   WRITE EDIT-RECORD
           END-READ.

       KEMBALIKAN-KASUS.
           OPEN INPUT EDIT-FILE.
           OPEN OUTPUT KASUS-FILE.
           PERFORM SALIN-BALIK-KASUS
               UNTIL ws-ed-status NOT = "00".
           CLOSE EDIT-FILE.
           CLOSE KASUS-FILE.

       SALIN-BALIK-KASUS.
           READ EDIT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE EDIT-RECORD TO KASUS-RECORD
                   WRITE KASUS-RECORD
           END-READ.

      *-----------------------
      * RIWAYAT - semua catatan satu siswa, lalu poin kumulatif
      * tahun ajaran berjalan dan predikatnya
      *-----------------------
       RIWAYAT-SISWA.
           DISPLAY "NIS siswa                     : ".
           ACCEPT nis-input.
           MOVE 0 TO kasus-hit.
           OPEN INPUT KASUS-FILE.
           IF ws-ks-status = "00"
               PERFORM AMBIL-RIWAYAT-SISWA
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
           END-IF.
           IF kasus-hit = 0
               DISPLAY "Belum ada catatan untuk NIS ", nis-input
           ELSE
               PERFORM HITUNG-POIN-SISWA
               PERFORM TAMPILKAN-PREDIKAT
           END-IF.

       AMBIL-RIWAYAT-SISWA.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-NIS = nis-input
                       ADD 1 TO kasus-hit
                       PERFORM TAMPILKAN-KASUS
                   END-IF
           END-READ.

       DAFTAR-TERBUKA.
           MOVE 0 TO kasus-hit.
           OPEN INPUT KASUS-FILE.
           IF ws-ks-status = "00"
               PERFORM AMBIL-KASUS-TERBUKA
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
           END-IF.
           MOVE kasus-hit TO ed-jum.
           DISPLAY ed-jum, " kejadian masih terbuka".

       AMBIL-KASUS-TERBUKA.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-STATUS = "O"
                       ADD 1 TO kasus-hit
                       PERFORM TAMPILKAN-KASUS
                   END-IF
           END-READ.

       TAMPILKAN-KASUS.
           MOVE KS-POIN TO ed-poin.
           DISPLAY KS-NO, " ", KS-TGL, " ", KS-NIS, " ", KS-KELAS,
                   " ", KS-KATEG, ed-poin, " ", KS-STATUS, " ",
                   KS-GURU, " ", KS-URAIAN.
           IF KS-TINDAK NOT = SPACES
               DISPLAY "      tindak lanjut: ", KS-TINDAK
           END-IF.

      *    poin kumulatif nis-input sejak awal tahun ajaran berjalan
       HITUNG-POIN-SISWA.
           MOVE 0 TO kasus-poin.
           MOVE 0 TO kasus-buka.
           OPEN INPUT KASUS-FILE.
           IF ws-ks-status = "00"
               PERFORM JUMLAH-POIN-SISWA
                   UNTIL ws-ks-status NOT = "00"
               CLOSE KASUS-FILE
           END-IF.

       JUMLAH-POIN-SISWA.
           READ KASUS-FILE
               AT END CONTINUE
               NOT AT END
                   IF KS-NIS = nis-input AND KS-TGL >= WS-SK-AWAL
                       ADD KS-POIN TO kasus-poin
                       IF KS-STATUS = "O"
                           ADD 1 TO kasus-buka
                       END-IF
                   END-IF
           END-READ.

       TAMPILKAN-PREDIKAT.
           MOVE kasus-poin TO WS-SK-POIN.
           PERFORM TENTUKAN-PREDIKAT.
           MOVE kasus-poin TO ed-jum.
           IF WS-SK-TAHUN = SPACES
               DISPLAY "Poin kumulatif:", ed-jum, "  predikat ",
                       WS-SK-PREDIKAT
           ELSE
               DISPLAY "Poin tahun ajaran ", WS-SK-TAHUN, ":", ed-jum,
                       "  predikat ", WS-SK-PREDIKAT
           END-IF.
           IF kasus-buka > 0
               MOVE kasus-buka TO ed-jum
               DISPLAY "Kejadian masih terbuka:", ed-jum
           END-IF.

       MUAT-GURU.
           MOVE 0 TO guru-count.
           OPEN INPUT GURU-FILE.
           IF ws-gr-status = "00"
               PERFORM AMBIL-GURU UNTIL ws-gr-status NOT = "00"
               CLOSE GURU-FILE
           END-IF.

       AMBIL-GURU.
           READ GURU-FILE
               AT END CONTINUE
               NOT AT END
                   IF guru-count < 200
                       ADD 1 TO guru-count
                       MOVE GR-ID    TO GRT-ID (guru-count)
                       MOVE GR-NAMA  TO GRT-NAMA (guru-count)
                       MOVE GR-AKTIF TO GRT-AKTIF (guru-count)
                   END-IF
           END-READ.

           COPY SIKAPCEK.

           COPY TERMCEK.

           COPY NOMORAMB.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
