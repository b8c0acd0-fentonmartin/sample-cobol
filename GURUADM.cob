       IDENTIFICATION DIVISION.
       PROGRAM-ID. GURUADM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY KELASSEL.
           COPY MAPELSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY GURUFD.

           COPY AJARFD.

           COPY KELASFD.

           COPY MAPELFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
           77 ws-gr-status  pic X(02).
           77 ws-ajr-status pic X(02).
           77 ws-kl-status  pic X(02).
           77 ws-mp-status  pic X(02).
           77 id-input      pic X(06).
           77 nama-input    pic X(25).
           77 kontak-input  pic X(20).
           77 aktif-input   pic X(01).
           77 kelas-input   pic X(06).
           77 mapel-input   pic X(06).
           77 jam-input     pic 9(02).
           77 guru-count    pic 9(03) value 0.
           77 guru-idx      pic 9(03) comp.
           77 guru-hit      pic 9(03) comp.
           77 ajar-count    pic 9(03) value 0.
           77 ajar-idx      pic 9(03) comp.
           77 ajar-hit      pic 9(03) comp.
           77 kelas-count   pic 9(03) value 0.
           77 kelas-idx     pic 9(03) comp.
           77 kelas-hit     pic 9(03) comp.
           77 mapel-count   pic 9(03) value 0.
           77 mapel-idx     pic 9(03) comp.
           77 mapel-hit     pic 9(03) comp.
           77 tugas-n       pic 9(03).
           77 wali-n        pic 9(03).
           77 ws-isian-sah  pic X value "Y".
               88 isian-sah value "Y".
           COPY BDATEWS.
           COPY SESIWS.
           COPY AUDITWS.

       01 GURU-TABEL.
           05 GURU-ENTRY OCCURS 200 TIMES.
               10 GRT-ID     PIC X(06).
               10 GRT-NAMA   PIC X(25).
               10 GRT-KONTAK PIC X(20).
               10 GRT-AKTIF  PIC X(01).

       01 AJAR-TABEL.
           05 AJAR-ENTRY OCCURS 600 TIMES.
               10 AJT-KELAS PIC X(06).
               10 AJT-MAPEL PIC X(06).
               10 AJT-GURU  PIC X(06).
               10 AJT-JAM   PIC 9(02).

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 50 TIMES.
               10 KLT-KODE PIC X(06).
               10 KLT-WALI PIC X(15).

       01 MAPEL-TABEL.
           05 MAPEL-ENTRY OCCURS 50 TIMES.
               10 MPT-KODE  PIC X(06).
               10 MPT-AKTIF PIC X(01).

       01 WS-PILIHAN PIC X.
           88 PILIH-TAMBAH      VALUE '1'.
           88 PILIH-UBAH        VALUE '2'.
           88 PILIH-AKTIF       VALUE '3'.
           88 PILIH-DAFTAR      VALUE '4'.
           88 PILIH-SET-AJAR    VALUE '5'.
           88 PILIH-HAPUS-AJAR  VALUE '6'.
           88 PILIH-DAFTAR-AJAR VALUE '7'.
           88 PILIH-KELUAR      VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * DAFTAR GURU DAN PENUGASAN MENGAJAR - GURU.txt adalah induk
      * kode guru yang dirujuk wali kelas (KELASADM) dan AJAR.txt;
      * AJAR.txt memasangkan kelas + mapel dengan guru pengampu dan
      * jam per minggunya.  Guru tidak dihapus, hanya dinonaktifkan,
      * supaya rujukan lama tetap punya nama.
      *-----------------------
       MAIN-PROCEDURE.
           MOVE "GURUADM" TO WS-AUDIT-PROGRAM.
           PERFORM BACA-SESI.
           MOVE WS-SESI-ID TO WS-AUDIT-OPER.
           PERFORM CATAT-AUDIT-START.
           MOVE SPACE TO WS-PILIHAN.
           PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
           MOVE "GURUADM" TO WS-AUDIT-PROGRAM.
           PERFORM CATAT-AUDIT.
           GOBACK.

       TAMPILKAN-MENU.
           DISPLAY "=== DAFTAR GURU (GURU.txt / AJAR.txt) ===".
           DISPLAY "1. Tambah guru".
           DISPLAY "2. Ubah nama/kontak guru".
           DISPLAY "3. Aktif/nonaktifkan guru".
           DISPLAY "4. Daftar guru".
           DISPLAY "5. Set penugasan mengajar".
           DISPLAY "6. Hapus penugasan mengajar".
           DISPLAY "7. Daftar penugasan".
           DISPLAY "0. Keluar".
           DISPLAY "Pilihan : ".
           ACCEPT WS-PILIHAN.
           EVALUATE TRUE
               WHEN PILIH-TAMBAH      PERFORM TAMBAH-GURU
               WHEN PILIH-UBAH        PERFORM UBAH-GURU
               WHEN PILIH-AKTIF       PERFORM UBAH-AKTIF-GURU
               WHEN PILIH-DAFTAR      PERFORM DAFTAR-GURU
               WHEN PILIH-SET-AJAR    PERFORM SET-PENUGASAN
               WHEN PILIH-HAPUS-AJAR  PERFORM HAPUS-PENUGASAN
               WHEN PILIH-DAFTAR-AJAR PERFORM DAFTAR-PENUGASAN
               WHEN PILIH-KELUAR      CONTINUE
               WHEN OTHER             DISPLAY "Pilihan tidak dikenal"
           END-EVALUATE.

       TAMBAH-GURU.
           DISPLAY "Kode guru (maks 6)            : ".
           ACCEPT id-input.
           DISPLAY "Nama guru (maks 25)           : ".
           ACCEPT nama-input.
           DISPLAY "Kontak (maks 20)              : ".
           ACCEPT kontak-input.
           PERFORM MUAT-GURU.
           PERFORM CARI-GURU.
           EVALUATE TRUE
               WHEN id-input = SPACES
                   DISPLAY "Kode guru wajib diisi"
               WHEN guru-hit NOT = 0
                   DISPLAY "Guru ", id-input, " sudah terdaftar"
               WHEN guru-count >= 200
                   DISPLAY "Tabel guru penuh"
               WHEN OTHER
                   ADD 1 TO guru-count
                   MOVE id-input     TO GRT-ID (guru-count)
                   MOVE nama-input   TO GRT-NAMA (guru-count)
                   MOVE kontak-input TO GRT-KONTAK (guru-count)
                   MOVE "A"          TO GRT-AKTIF (guru-count)
                   PERFORM SIMPAN-GURU
                   DISPLAY "Guru tersimpan"
           END-EVALUATE.

       UBAH-GURU.
           DISPLAY "Kode guru yang diubah         : ".
           ACCEPT id-input.
           PERFORM MUAT-GURU.
           PERFORM CARI-GURU.
           IF guru-hit = 0
               DISPLAY "Guru ", id-input, " tidak ditemukan"
           ELSE
               DISPLAY "Nama sekarang   : ", GRT-NAMA (guru-hit)
               DISPLAY "Kontak sekarang : ", GRT-KONTAK (guru-hit)
               DISPLAY "Nama baru (kosong = tetap)    : "
               ACCEPT nama-input
               DISPLAY "Kontak baru (kosong = tetap)  : "
               ACCEPT kontak-input
               IF nama-input NOT = SPACES
                   MOVE nama-input TO GRT-NAMA (guru-hit)
               END-IF
               IF kontak-input NOT = SPACES
                   MOVE kontak-input TO GRT-KONTAK (guru-hit)
               END-IF
               PERFORM SIMPAN-GURU
               DISPLAY "Guru diubah"
           END-IF.

      *    menonaktifkan guru yang masih memegang penugasan atau
      *    perwalian tetap dibolehkan, tetapi diingatkan supaya
      *    kelasnya dialihkan ke guru lain
       UBAH-AKTIF-GURU.
           DISPLAY "Kode guru                     : ".
           ACCEPT id-input.
           DISPLAY "(A)ktif / (N)onaktif          : ".
           ACCEPT aktif-input.
           INSPECT aktif-input CONVERTING "an" TO "AN".
           PERFORM MUAT-GURU.
           PERFORM CARI-GURU.
           EVALUATE TRUE
               WHEN guru-hit = 0
                   DISPLAY "Guru ", id-input, " tidak ditemukan"
               WHEN aktif-input NOT = "A" AND aktif-input NOT = "N"
                   DISPLAY "Isi A atau N"
               WHEN OTHER
                   MOVE aktif-input TO GRT-AKTIF (guru-hit)
                   PERFORM SIMPAN-GURU
                   DISPLAY "Status guru diubah"
                   IF aktif-input = "N"
                       PERFORM HITUNG-RUJUKAN-GURU
                       IF tugas-n > 0 OR wali-n > 0
                           DISPLAY "Perhatian: masih mengampu ",
                                   tugas-n, " kelas/mapel dan wali ",
                                   wali-n, " kelas"
                       END-IF
                   END-IF
           END-EVALUATE.

       HITUNG-RUJUKAN-GURU.
           PERFORM MUAT-AJAR.
           PERFORM MUAT-KELAS.
           MOVE 0 TO tugas-n.
           MOVE 0 TO wali-n.
           PERFORM HITUNG-TUGAS-GURU
               VARYING ajar-idx FROM 1 BY 1
               UNTIL ajar-idx > ajar-count.
           PERFORM HITUNG-WALI-GURU
               VARYING kelas-idx FROM 1 BY 1
               UNTIL kelas-idx > kelas-count.

       HITUNG-TUGAS-GURU.
           IF AJT-GURU (ajar-idx) = id-input
               ADD 1 TO tugas-n
           END-IF.

       HITUNG-WALI-GURU.
           IF KLT-WALI (kelas-idx) = id-input
               ADD 1 TO wali-n
           END-IF.

       DAFTAR-GURU.
           PERFORM MUAT-GURU.
           IF guru-count = 0
               DISPLAY "Belum ada guru terdaftar"
           ELSE
               DISPLAY "KODE   NAMA                      KONTAK",
                       "               AKTIF"
               PERFORM TAMPILKAN-GURU
                   VARYING guru-idx FROM 1 BY 1
                   UNTIL guru-idx > guru-count
           END-IF.

       TAMPILKAN-GURU.
           DISPLAY GRT-ID (guru-idx), " ", GRT-NAMA (guru-idx), " ",
                   GRT-KONTAK (guru-idx), " ", GRT-AKTIF (guru-idx).

      *-----------------------
      * PENUGASAN - kelas dari KELAS.txt, mapel aktif dari
      * MAPEL.txt, guru aktif dari GURU.txt; pasangan kelas + mapel
      * yang sudah ada diganti pengampu/jamnya
      *-----------------------
       SET-PENUGASAN.
           DISPLAY "Kelas                         : ".
           ACCEPT kelas-input.
           DISPLAY "Kode mapel                    : ".
           ACCEPT mapel-input.
           DISPLAY "Kode guru pengampu            : ".
           ACCEPT id-input.
           DISPLAY "Jam per minggu (1-40)         : ".
           ACCEPT jam-input.
           PERFORM MUAT-GURU.
           PERFORM MUAT-KELAS.
           PERFORM MUAT-MAPEL.
           PERFORM MUAT-AJAR.
           PERFORM PERIKSA-PENUGASAN.
           IF isian-sah
               PERFORM CARI-AJAR
               IF ajar-hit = 0
                   IF ajar-count >= 600
                       DISPLAY "Tabel penugasan penuh"
                       MOVE "N" TO ws-isian-sah
                   ELSE
                       ADD 1 TO ajar-count
                       MOVE ajar-count  TO ajar-hit
                       MOVE kelas-input TO AJT-KELAS (ajar-hit)
                       MOVE mapel-input TO AJT-MAPEL (ajar-hit)
                   END-IF
               ELSE
                   DISPLAY "Pengampu lama ", AJT-GURU (ajar-hit),
                           " ", AJT-JAM (ajar-hit), " jam diganti"
               END-IF
           END-IF.
           IF isian-sah
               MOVE id-input  TO AJT-GURU (ajar-hit)
               MOVE jam-input TO AJT-JAM (ajar-hit)
               PERFORM SIMPAN-AJAR
               DISPLAY "Penugasan tersimpan"
           END-IF.

       PERIKSA-PENUGASAN.
           MOVE "Y" TO ws-isian-sah.
           PERFORM CARI-KELAS.
           IF kelas-hit = 0
               DISPLAY "Kelas ", kelas-input, " tidak ada di KELAS.txt"
               MOVE "N" TO ws-isian-sah
           END-IF.
           PERFORM CARI-MAPEL.
           IF mapel-hit = 0
               DISPLAY "Mapel ", mapel-input, " tidak ada di MAPEL.txt"
               MOVE "N" TO ws-isian-sah
           ELSE
               IF MPT-AKTIF (mapel-hit) NOT = "A"
                   DISPLAY "Mapel ", mapel-input, " tidak aktif"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           PERFORM CARI-GURU.
           IF guru-hit = 0
               DISPLAY "Guru ", id-input, " tidak ada di GURU.txt"
               MOVE "N" TO ws-isian-sah
           ELSE
               IF GRT-AKTIF (guru-hit) NOT = "A"
                   DISPLAY "Guru ", id-input, " tidak aktif"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF jam-input < 1 OR jam-input > 40
               DISPLAY "Jam per minggu harus 1-40"
               MOVE "N" TO ws-isian-sah
           END-IF.

       HAPUS-PENUGASAN.
           DISPLAY "Kelas                         : ".
           ACCEPT kelas-input.
           DISPLAY "Kode mapel                    : ".
           ACCEPT mapel-input.
           PERFORM MUAT-AJAR.
           PERFORM CARI-AJAR.
           IF ajar-hit = 0
               DISPLAY "Penugasan ", kelas-input, " ", mapel-input,
                       " tidak ditemukan"
           ELSE
               PERFORM GESER-AJAR
                   VARYING ajar-idx FROM ajar-hit BY 1
                   UNTIL ajar-idx >= ajar-count
               SUBTRACT 1 FROM ajar-count
               PERFORM SIMPAN-AJAR
               DISPLAY "Penugasan dihapus"
           END-IF.

       GESER-AJAR.
           MOVE AJAR-ENTRY (ajar-idx + 1) TO AJAR-ENTRY (ajar-idx).

       DAFTAR-PENUGASAN.
           PERFORM MUAT-AJAR.
           IF ajar-count = 0
               DISPLAY "Belum ada penugasan"
           ELSE
               DISPLAY "KELAS  MAPEL  GURU   JAM"
               PERFORM TAMPILKAN-AJAR
                   VARYING ajar-idx FROM 1 BY 1
                   UNTIL ajar-idx > ajar-count
           END-IF.

       TAMPILKAN-AJAR.
           DISPLAY AJT-KELAS (ajar-idx), " ", AJT-MAPEL (ajar-idx),
                   " ", AJT-GURU (ajar-idx), " ", AJT-JAM (ajar-idx).

      *-----------------------
      * pencarian di tabel; hasil 0 berarti tidak ada
      *-----------------------
       CARI-GURU.
           MOVE 0 TO guru-hit.
           PERFORM BANDING-GURU
               VARYING guru-idx FROM 1 BY 1
               UNTIL guru-idx > guru-count.

       BANDING-GURU.
           IF GRT-ID (guru-idx) = id-input
               MOVE guru-idx TO guru-hit
           END-IF.

       CARI-AJAR.
           MOVE 0 TO ajar-hit.
           PERFORM BANDING-AJAR
               VARYING ajar-idx FROM 1 BY 1
               UNTIL ajar-idx > ajar-count.

       BANDING-AJAR.
           IF AJT-KELAS (ajar-idx) = kelas-input AND
              AJT-MAPEL (ajar-idx) = mapel-input
               MOVE ajar-idx TO ajar-hit
           END-IF.

       CARI-KELAS.
           MOVE 0 TO kelas-hit.
           PERFORM BANDING-KELAS
               VARYING kelas-idx FROM 1 BY 1
               UNTIL kelas-idx > kelas-count.

       BANDING-KELAS.
           IF KLT-KODE (kelas-idx) = kelas-input
               MOVE kelas-idx TO kelas-hit
           END-IF.

       CARI-MAPEL.
           MOVE 0 TO mapel-hit.
           PERFORM BANDING-MAPEL
               VARYING mapel-idx FROM 1 BY 1
               UNTIL mapel-idx > mapel-count.

       BANDING-MAPEL.
           IF MPT-KODE (mapel-idx) = mapel-input
               MOVE mapel-idx TO mapel-hit
           END-IF.

      *-----------------------
      * muat dan simpan berkas
      *-----------------------
       MUAT-GURU.
           MOVE 0 TO guru-count.
           OPEN INPUT GURU-FILE.
           IF ws-gr-status = "00"
               PERFORM AMBIL-BARIS-GURU
                   UNTIL ws-gr-status NOT = "00"
               CLOSE GURU-FILE
           END-IF.

       AMBIL-BARIS-GURU.
           READ GURU-FILE
               AT END CONTINUE
               NOT AT END
                   IF guru-count >= 200
                       DISPLAY "Tabel guru penuh, kode ", GR-ID,
                               " dilewati"
                   ELSE
                       ADD 1 TO guru-count
                       MOVE GR-ID     TO GRT-ID (guru-count)
                       MOVE GR-NAMA   TO GRT-NAMA (guru-count)
                       MOVE GR-KONTAK TO GRT-KONTAK (guru-count)
                       MOVE GR-AKTIF  TO GRT-AKTIF (guru-count)
                   END-IF
           END-READ.

       SIMPAN-GURU.
           OPEN OUTPUT GURU-FILE.
           PERFORM TULIS-BARIS-GURU
               VARYING guru-idx FROM 1 BY 1
               UNTIL guru-idx > guru-count.
           IF ws-gr-status NOT = "00"
               DISPLAY "Gagal menyimpan guru, status ", ws-gr-status
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE GURU-FILE.

       TULIS-BARIS-GURU.
           MOVE SPACES               TO GURU-RECORD.
           MOVE GRT-ID (guru-idx)     TO GR-ID.
           MOVE GRT-NAMA (guru-idx)   TO GR-NAMA.
           MOVE GRT-KONTAK (guru-idx) TO GR-KONTAK.
           MOVE GRT-AKTIF (guru-idx)  TO GR-AKTIF.
           WRITE GURU-RECORD.

       MUAT-AJAR.
           MOVE 0 TO ajar-count.
           OPEN INPUT AJAR-FILE.
           IF ws-ajr-status = "00"
               PERFORM AMBIL-BARIS-AJAR
                   UNTIL ws-ajr-status NOT = "00"
               CLOSE AJAR-FILE
           END-IF.

       AMBIL-BARIS-AJAR.
           READ AJAR-FILE
               AT END CONTINUE
               NOT AT END
                   IF ajar-count >= 600
                       DISPLAY "Tabel penugasan penuh, ", AJR-KELAS,
                               " ", AJR-MAPEL, " dilewati"
                   ELSE
                       ADD 1 TO ajar-count
                       MOVE AJR-KELAS TO AJT-KELAS (ajar-count)
                       MOVE AJR-MAPEL TO AJT-MAPEL (ajar-count)
                       MOVE AJR-GURU  TO AJT-GURU (ajar-count)
                       MOVE AJR-JAM   TO AJT-JAM (ajar-count)
                   END-IF
           END-READ.

       SIMPAN-AJAR.
           OPEN OUTPUT AJAR-FILE.
           PERFORM TULIS-BARIS-AJAR
               VARYING ajar-idx FROM 1 BY 1
               UNTIL ajar-idx > ajar-count.
           IF ws-ajr-status NOT = "00"
               DISPLAY "Gagal menyimpan penugasan, status ",
                       ws-ajr-status
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE AJAR-FILE.

       TULIS-BARIS-AJAR.
           MOVE SPACES              TO AJAR-RECORD.
           MOVE AJT-KELAS (ajar-idx) TO AJR-KELAS.
           MOVE AJT-MAPEL (ajar-idx) TO AJR-MAPEL.
           MOVE AJT-GURU (ajar-idx)  TO AJR-GURU.
           MOVE AJT-JAM (ajar-idx)   TO AJR-JAM.
           WRITE AJAR-RECORD.

       MUAT-KELAS.
           MOVE 0 TO kelas-count.
           OPEN INPUT KELAS-FILE.
           IF ws-kl-status = "00"
               PERFORM AMBIL-BARIS-KELAS
                   UNTIL ws-kl-status NOT = "00"
               CLOSE KELAS-FILE
           END-IF.

       AMBIL-BARIS-KELAS.
           READ KELAS-FILE
               AT END CONTINUE
               NOT AT END
                   IF kelas-count < 50
                       ADD 1 TO kelas-count
                       MOVE KL-KODE TO KLT-KODE (kelas-count)
                       MOVE KL-WALI TO KLT-WALI (kelas-count)
                   END-IF
           END-READ.

       MUAT-MAPEL.
           MOVE 0 TO mapel-count.
           OPEN INPUT MAPEL-FILE.
           IF ws-mp-status = "00"
               PERFORM AMBIL-BARIS-MAPEL
                   UNTIL ws-mp-status NOT = "00"
               CLOSE MAPEL-FILE
           END-IF.

       AMBIL-BARIS-MAPEL.
           READ MAPEL-FILE
               AT END CONTINUE
               NOT AT END
                   IF mapel-count < 50
                       ADD 1 TO mapel-count
                       MOVE MP-KODE  TO MPT-KODE (mapel-count)
                       MOVE MP-AKTIF TO MPT-AKTIF (mapel-count)
                   END-IF
           END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
