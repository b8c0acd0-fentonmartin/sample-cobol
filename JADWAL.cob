       IDENTIFICATION DIVISION.
       PROGRAM-ID. JADWAL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY JADWSEL.
           COPY AJARSEL.
           COPY GURUSEL.
           COPY MAPELSEL.
           SELECT CETAK-FILE ASSIGN TO "JADCETAK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY JADWFD.

           COPY AJARFD.

           COPY GURUFD.

           COPY MAPELFD.

       FD CETAK-FILE.
       01 CETAK-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jw-status  pic X(02).
       77 ws-ajr-status pic X(02).
       77 ws-gr-status  pic X(02).
       77 ws-mp-status  pic X(02).
       77 ws-ct-status  pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 hari-input    pic 9(01).
       77 jam-input     pic 9(02).
       77 kelas-input   pic X(06).
       77 mapel-input   pic X(06).
       77 ruang-input   pic X(06).
       77 kunci-input   pic X(06).
       77 tgl-input     pic 9(08).
       77 jenis-input   pic X(01).
       77 jam-maks      pic 9(02) value 10.
       77 jadwal-count  pic 9(04) value 0.
       77 jadwal-idx    pic 9(04) comp.
       77 jadwal-idx2   pic 9(04) comp.
       77 jadwal-hit    pic 9(04) comp.
       77 ajar-count    pic 9(03) value 0.
       77 ajar-idx      pic 9(03) comp.
       77 ajar-hit      pic 9(03) comp.
       77 guru-count    pic 9(03) value 0.
       77 guru-idx      pic 9(03) comp.
       77 mapel-count   pic 9(03) value 0.
       77 mapel-idx     pic 9(03) comp.
       77 kunci-count   pic 9(03) value 0.
       77 kunci-idx     pic 9(03) comp.
       77 kunci-hit     pic 9(03) comp.
       77 grid-jam      pic 9(02).
       77 grid-hari     pic 9(01).
       77 slot-guru     pic X(06).
       77 slot-jam-n    pic 9(02).
       77 slot-total    pic 9(03).
       77 masalah-count pic 9(04) value 0.
       77 ws-slot-sah   pic X value "Y".
           88 slot-sah value "Y".
       77 ws-cocok      pic X value "N".
           88 slot-cocok value "Y".
       77 ws-mode-cetak pic X(01).
           88 cetak-kelas value "K".
           88 cetak-guru  value "G".
           88 cetak-ruang value "R".
       77 ws-kunci      pic X(06).
       77 cari-kelas    pic X(06).
       77 cari-mapel    pic X(06).
       77 ws-nama       pic X(25).
       77 ws-sel        pic X(13).
       77 tgl-hari      pic 9(08).
       77 hu-fungsi     pic X.
       77 hu-tgl        pic 9(08).
       77 hu-n          pic 9(03).
       77 hu-tgl-hasil  pic 9(08).
       77 hu-harinum    pic 9(07).
       77 hu-valid      pic X.
       77 hu-sisa       pic 9(07).
       77 hu-dow        pic 9(01).

       01 JADWAL-TABEL.
           05 JADWAL-ENTRY OCCURS 3000 TIMES.
               10 JWT-HARI  PIC 9(01).
               10 JWT-JAM   PIC 9(02).
               10 JWT-KELAS PIC X(06).
               10 JWT-MAPEL PIC X(06).
               10 JWT-RUANG PIC X(06).
               10 JWT-GURU  PIC X(06).

       01 AJAR-TABEL.
           05 AJAR-ENTRY OCCURS 600 TIMES.
               10 AJT-KELAS PIC X(06).
               10 AJT-MAPEL PIC X(06).
               10 AJT-GURU  PIC X(06).
               10 AJT-JAM   PIC 9(02).

       01 GURU-TABEL.
           05 GURU-ENTRY OCCURS 200 TIMES.
               10 GRT-ID    PIC X(06).
               10 GRT-NAMA  PIC X(25).

       01 MAPEL-TABEL.
           05 MAPEL-ENTRY OCCURS 50 TIMES.
               10 MPT-KODE  PIC X(06).
               10 MPT-NAMA  PIC X(20).

      *    kelas / guru / ruang yang muncul di jadwal, untuk cetak
      *    semua
       01 KUNCI-TABEL.
           05 KCT-KODE PIC X(06) OCCURS 300 TIMES.

       01 HARI-NAMA-DATA.
           05 FILLER PIC X(08) VALUE "Senin".
           05 FILLER PIC X(08) VALUE "Selasa".
           05 FILLER PIC X(08) VALUE "Rabu".
           05 FILLER PIC X(08) VALUE "Kamis".
           05 FILLER PIC X(08) VALUE "Jumat".
           05 FILLER PIC X(08) VALUE "Sabtu".
       01 HARI-NAMA-TABEL REDEFINES HARI-NAMA-DATA.
           05 HARI-NAMA PIC X(08) OCCURS 6 TIMES.

       01 GRID-LINE.
           02 GL-JAM    PIC Z9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 GL-SEL    PIC X(13) OCCURS 6 TIMES.
           02 FILLER    PIC X(17) VALUE SPACES.

       01 GRID-KEPALA-LINE.
           02 FILLER    PIC X(05) VALUE "Jam".
           02 GK-HARI   PIC X(13) OCCURS 6 TIMES.
           02 FILLER    PIC X(17) VALUE SPACES.

       01 MINGGU-LINE.
           02 FILLER    PIC X(06) VALUE "  jam ".
           02 ML-JAM    PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 ML-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 ML-MAPEL  PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 ML-GURU   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 ML-RUANG  PIC X(06).
           02 FILLER    PIC X(30) VALUE SPACES.

       01 WS-PILIHAN PIC X.
           88 PILIH-ISI     VALUE '1'.
           88 PILIH-HAPUS   VALUE '2'.
           88 PILIH-KELAS   VALUE '3'.
           88 PILIH-GURU    VALUE '4'.
           88 PILIH-RUANG   VALUE '5'.
           88 PILIH-PERIKSA VALUE '6'.
           88 PILIH-MINGGU  VALUE '7'.
           88 PILIH-KELUAR  VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * JADWAL PELAJARAN MINGGUAN - penugasan AJAR.txt (kelas +
      * mapel + guru + jam per minggu) ditempatkan ke slot hari x
      * jam pelajaran di JADWAL.txt.  Penempatan ditolak bila guru
      * atau ruang sudah terpakai di slot itu, kelasnya sudah berisi
      * mapel lain, atau penugasannya sudah penuh jam mingguannya;
      * pilihan periksa menandai semua bentrok dan jam yang kurang
      * atau lebih (misalnya sesudah pengampu diganti).  Cetakan per
      * kelas, guru, ruang, dan jadwal bertanggal satu minggu yang
      * melewati hari tutup LIBUR.txt, ke JADCETAK.txt dan layar.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "JADWAL" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE SPACE TO WS-PILIHAN.
            PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
            MOVE "JADWAL" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       TAMPILKAN-MENU.
            DISPLAY "=== JADWAL PELAJARAN (JADWAL.txt) ===".
            DISPLAY "1. Isi slot jadwal".
            DISPLAY "2. Hapus slot jadwal".
            DISPLAY "3. Cetak per kelas".
            DISPLAY "4. Cetak per guru".
            DISPLAY "5. Cetak per ruang".
            DISPLAY "6. Periksa bentrok dan jam mingguan".
            DISPLAY "7. Jadwal bertanggal satu minggu".
            DISPLAY "0. Keluar".
            DISPLAY "Pilihan : ".
            ACCEPT WS-PILIHAN.
            EVALUATE TRUE
                WHEN PILIH-ISI     PERFORM ISI-SLOT
                WHEN PILIH-HAPUS   PERFORM HAPUS-SLOT
                WHEN PILIH-KELAS
                    MOVE "K" TO ws-mode-cetak
                    PERFORM CETAK-JADWAL
                WHEN PILIH-GURU
                    MOVE "G" TO ws-mode-cetak
                    PERFORM CETAK-JADWAL
                WHEN PILIH-RUANG
                    MOVE "R" TO ws-mode-cetak
                    PERFORM CETAK-JADWAL
                WHEN PILIH-PERIKSA PERFORM PERIKSA-JADWAL
                WHEN PILIH-MINGGU  PERFORM JADWAL-MINGGU
                WHEN PILIH-KELUAR  CONTINUE
                WHEN OTHER         DISPLAY "Pilihan tidak dikenal"
            END-EVALUATE.

      *-----------------------
      * ISI SLOT
      *-----------------------
       ISI-SLOT.
            DISPLAY "Hari (1 Senin .. 6 Sabtu)     : ".
            ACCEPT hari-input.
            DISPLAY "Jam pelajaran ke (1-10)       : ".
            ACCEPT jam-input.
            DISPLAY "Kelas                         : ".
            ACCEPT kelas-input.
            DISPLAY "Kode mapel                    : ".
            ACCEPT mapel-input.
            DISPLAY "Ruang (kosong = ruang kelas)  : ".
            ACCEPT ruang-input.
            PERFORM MUAT-SEMUA.
            PERFORM PERIKSA-SLOT-BARU.
            IF slot-sah
                IF jadwal-count >= 3000
                    DISPLAY "Tabel jadwal penuh"
                ELSE
                    ADD 1 TO jadwal-count
                    MOVE hari-input  TO JWT-HARI (jadwal-count)
                    MOVE jam-input   TO JWT-JAM (jadwal-count)
                    MOVE kelas-input TO JWT-KELAS (jadwal-count)
                    MOVE mapel-input TO JWT-MAPEL (jadwal-count)
                    MOVE ruang-input TO JWT-RUANG (jadwal-count)
                    MOVE slot-guru   TO JWT-GURU (jadwal-count)
                    PERFORM SIMPAN-JADWAL
                    ADD 1 TO slot-jam-n
                    DISPLAY "Slot tersimpan (", slot-jam-n, " dari ",
                            AJT-JAM (ajar-hit), " jam per minggu)"
                END-IF
            END-IF.

       PERIKSA-SLOT-BARU.
            MOVE "Y" TO ws-slot-sah.
            MOVE SPACES TO slot-guru.
            MOVE 0 TO slot-jam-n.
            IF hari-input < 1 OR hari-input > 6
                DISPLAY "Hari harus 1-6"
                MOVE "N" TO ws-slot-sah
            END-IF.
            IF jam-input < 1 OR jam-input > jam-maks
                DISPLAY "Jam pelajaran harus 1-", jam-maks
                MOVE "N" TO ws-slot-sah
            END-IF.
            MOVE kelas-input TO cari-kelas.
            MOVE mapel-input TO cari-mapel.
            PERFORM CARI-AJAR.
            IF ajar-hit = 0
                DISPLAY "Belum ada penugasan ", kelas-input, " ",
                        mapel-input, " (isi lewat GURUADM)"
                MOVE "N" TO ws-slot-sah
            ELSE
                MOVE AJT-GURU (ajar-hit) TO slot-guru
            END-IF.
            IF slot-sah
                PERFORM UJI-BENTROK-SLOT
                    VARYING jadwal-idx FROM 1 BY 1
                    UNTIL jadwal-idx > jadwal-count
            END-IF.
            IF slot-sah
                IF slot-jam-n >= AJT-JAM (ajar-hit)
                    DISPLAY "Penugasan ", kelas-input, " ",
                            mapel-input, " sudah ", slot-jam-n,
                            " dari ", AJT-JAM (ajar-hit),
                            " jam per minggu"
                    MOVE "N" TO ws-slot-sah
                END-IF
            END-IF.

       UJI-BENTROK-SLOT.
            IF JWT-KELAS (jadwal-idx) = kelas-input AND
               JWT-MAPEL (jadwal-idx) = mapel-input
                ADD 1 TO slot-jam-n
            END-IF.
            IF JWT-HARI (jadwal-idx) = hari-input AND
               JWT-JAM (jadwal-idx) = jam-input
                EVALUATE TRUE
                    WHEN JWT-KELAS (jadwal-idx) = kelas-input
                        DISPLAY "Kelas ", kelas-input, " sudah berisi ",
                                JWT-MAPEL (jadwal-idx),
                                " pada slot itu"
                        MOVE "N" TO ws-slot-sah
                    WHEN JWT-GURU (jadwal-idx) = slot-guru
                        DISPLAY "Guru ", slot-guru, " sudah mengajar ",
                                JWT-KELAS (jadwal-idx), " ",
                                JWT-MAPEL (jadwal-idx),
                                " pada slot itu"
                        MOVE "N" TO ws-slot-sah
                    WHEN ruang-input NOT = SPACES AND
                         JWT-RUANG (jadwal-idx) = ruang-input
                        DISPLAY "Ruang ", ruang-input,
                                " sudah dipakai ",
                                JWT-KELAS (jadwal-idx),
                                " pada slot itu"
                        MOVE "N" TO ws-slot-sah
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      *-----------------------
      * HAPUS SLOT
      *-----------------------
       HAPUS-SLOT.
            DISPLAY "Hari (1 Senin .. 6 Sabtu)     : ".
            ACCEPT hari-input.
            DISPLAY "Jam pelajaran ke              : ".
            ACCEPT jam-input.
            DISPLAY "Kelas                         : ".
            ACCEPT kelas-input.
            PERFORM MUAT-SEMUA.
            MOVE 0 TO jadwal-hit.
            PERFORM CARI-SLOT-KELAS
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.
            IF jadwal-hit = 0
                DISPLAY "Slot tidak ditemukan"
            ELSE
                DISPLAY "Hapus ", JWT-KELAS (jadwal-hit), " ",
                        JWT-MAPEL (jadwal-hit), " ",
                        JWT-RUANG (jadwal-hit)
                PERFORM GESER-JADWAL
                    VARYING jadwal-idx FROM jadwal-hit BY 1
                    UNTIL jadwal-idx >= jadwal-count
                SUBTRACT 1 FROM jadwal-count
                PERFORM SIMPAN-JADWAL
                DISPLAY "Slot dihapus"
            END-IF.

       CARI-SLOT-KELAS.
            IF JWT-HARI (jadwal-idx) = hari-input AND
               JWT-JAM (jadwal-idx) = jam-input AND
               JWT-KELAS (jadwal-idx) = kelas-input
                MOVE jadwal-idx TO jadwal-hit
            END-IF.

       GESER-JADWAL.
            MOVE JADWAL-ENTRY (jadwal-idx + 1)
                TO JADWAL-ENTRY (jadwal-idx).

      *-----------------------
      * CETAK JADWAL - kisi jam x hari untuk satu kelas, guru atau
      * ruang; kunci kosong mencetak semua yang ada di jadwal.  Sel
      * yang terisi dua kali dicetak **BENTROK**.
      *-----------------------
       CETAK-JADWAL.
            EVALUATE TRUE
                WHEN cetak-kelas
                    DISPLAY "Kelas (kosong = semua)        : "
                WHEN cetak-guru
                    DISPLAY "Kode guru (kosong = semua)    : "
                WHEN OTHER
                    DISPLAY "Ruang (kosong = semua)        : "
            END-EVALUATE.
            ACCEPT kunci-input.
            PERFORM MUAT-SEMUA.
            OPEN OUTPUT CETAK-FILE.
            IF kunci-input = SPACES
                PERFORM KUMPULKAN-KUNCI
                IF kunci-count = 0
                    MOVE "(jadwal masih kosong)" TO CETAK-RECORD
                    PERFORM TULIS-CETAK
                END-IF
                PERFORM CETAK-KUNCI
                    VARYING kunci-idx FROM 1 BY 1
                    UNTIL kunci-idx > kunci-count
            ELSE
                MOVE kunci-input TO ws-kunci
                PERFORM CETAK-GRID
            END-IF.
            CLOSE CETAK-FILE.

       CETAK-KUNCI.
            MOVE KCT-KODE (kunci-idx) TO ws-kunci.
            PERFORM CETAK-GRID.

       KUMPULKAN-KUNCI.
            MOVE 0 TO kunci-count.
            PERFORM TAMBAH-KUNCI
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.

       TAMBAH-KUNCI.
            EVALUATE TRUE
                WHEN cetak-kelas MOVE JWT-KELAS (jadwal-idx) TO ws-kunci
                WHEN cetak-guru  MOVE JWT-GURU (jadwal-idx) TO ws-kunci
                WHEN OTHER       MOVE JWT-RUANG (jadwal-idx) TO ws-kunci
            END-EVALUATE.
            IF ws-kunci NOT = SPACES
                MOVE 0 TO kunci-hit
                PERFORM BANDING-KUNCI
                    VARYING kunci-idx FROM 1 BY 1
                    UNTIL kunci-idx > kunci-count
                IF kunci-hit = 0 AND kunci-count < 300
                    ADD 1 TO kunci-count
                    MOVE ws-kunci TO KCT-KODE (kunci-count)
                END-IF
            END-IF.

       BANDING-KUNCI.
            IF KCT-KODE (kunci-idx) = ws-kunci
                MOVE kunci-idx TO kunci-hit
            END-IF.

       CETAK-GRID.
            MOVE SPACES TO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            MOVE SPACES TO CETAK-RECORD.
            EVALUATE TRUE
                WHEN cetak-kelas
                    STRING "=== JADWAL KELAS " ws-kunci " ==="
                        DELIMITED BY SIZE INTO CETAK-RECORD
                WHEN cetak-guru
                    PERFORM CARI-NAMA-GURU
                    STRING "=== JADWAL GURU " ws-kunci " " ws-nama
                           " ===" DELIMITED BY SIZE INTO CETAK-RECORD
                WHEN OTHER
                    STRING "=== JADWAL RUANG " ws-kunci " ==="
                        DELIMITED BY SIZE INTO CETAK-RECORD
            END-EVALUATE.
            PERFORM TULIS-CETAK.
            PERFORM ISI-KEPALA-HARI
                VARYING grid-hari FROM 1 BY 1 UNTIL grid-hari > 6.
            MOVE GRID-KEPALA-LINE TO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            MOVE 0 TO slot-total.
            PERFORM CETAK-BARIS-GRID
                VARYING grid-jam FROM 1 BY 1
                UNTIL grid-jam > jam-maks.
            MOVE SPACES TO CETAK-RECORD.
            STRING "Jumlah " slot-total " jam pelajaran per minggu"
                DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.

       ISI-KEPALA-HARI.
            MOVE HARI-NAMA (grid-hari) TO GK-HARI (grid-hari).

       CETAK-BARIS-GRID.
            MOVE SPACES TO GRID-LINE.
            MOVE grid-jam TO GL-JAM.
            PERFORM ISI-SEL-GRID
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.
            MOVE GRID-LINE TO CETAK-RECORD.
            PERFORM TULIS-CETAK.

       ISI-SEL-GRID.
            IF JWT-JAM (jadwal-idx) = grid-jam
                PERFORM UJI-SLOT-KUNCI
                IF slot-cocok
                    ADD 1 TO slot-total
                    MOVE SPACES TO ws-sel
                    IF cetak-kelas
                        STRING JWT-MAPEL (jadwal-idx) " "
                               JWT-RUANG (jadwal-idx)
                            DELIMITED BY SIZE INTO ws-sel
                    ELSE
                        STRING JWT-KELAS (jadwal-idx) " "
                               JWT-MAPEL (jadwal-idx)
                            DELIMITED BY SIZE INTO ws-sel
                    END-IF
                    IF GL-SEL (JWT-HARI (jadwal-idx)) = SPACES
                        MOVE ws-sel TO GL-SEL (JWT-HARI (jadwal-idx))
                    ELSE
                        MOVE "**BENTROK**"
                            TO GL-SEL (JWT-HARI (jadwal-idx))
                    END-IF
                END-IF
            END-IF.

       UJI-SLOT-KUNCI.
            MOVE "N" TO ws-cocok.
            EVALUATE TRUE
                WHEN cetak-kelas
                    IF JWT-KELAS (jadwal-idx) = ws-kunci
                        MOVE "Y" TO ws-cocok
                    END-IF
                WHEN cetak-guru
                    IF JWT-GURU (jadwal-idx) = ws-kunci
                        MOVE "Y" TO ws-cocok
                    END-IF
                WHEN OTHER
                    IF JWT-RUANG (jadwal-idx) = ws-kunci
                        MOVE "Y" TO ws-cocok
                    END-IF
            END-EVALUATE.

       CARI-NAMA-GURU.
            MOVE SPACES TO ws-nama.
            PERFORM BANDING-NAMA-GURU
                VARYING guru-idx FROM 1 BY 1
                UNTIL guru-idx > guru-count.

       BANDING-NAMA-GURU.
            IF GRT-ID (guru-idx) = ws-kunci
                MOVE GRT-NAMA (guru-idx) TO ws-nama
            END-IF.

      *-----------------------
      * PERIKSA JADWAL - seluruh JADWAL.txt terhadap AJAR.txt yang
      * berlaku: slot tanpa penugasan, dua slot satu kelas / satu
      * guru / satu ruang pada hari + jam yang sama, dan penugasan
      * yang jumlah slotnya tidak sama dengan jam mingguannya
      *-----------------------
       PERIKSA-JADWAL.
            PERFORM MUAT-SEMUA.
            OPEN OUTPUT CETAK-FILE.
            MOVE 0 TO masalah-count.
            MOVE SPACES TO CETAK-RECORD.
            STRING "=== PEMERIKSAAN JADWAL - tanggal " WS-TGL-USAHA
                   " ===" DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            PERFORM PERIKSA-SATU-SLOT
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.
            PERFORM PERIKSA-JAM-AJAR
                VARYING ajar-idx FROM 1 BY 1
                UNTIL ajar-idx > ajar-count.
            MOVE SPACES TO CETAK-RECORD.
            IF masalah-count = 0
                STRING "Jadwal bersih: " jadwal-count " slot, tidak "
                       "ada bentrok, jam mingguan sesuai"
                    DELIMITED BY SIZE INTO CETAK-RECORD
            ELSE
                STRING masalah-count " masalah ditemukan di "
                       jadwal-count " slot"
                    DELIMITED BY SIZE INTO CETAK-RECORD
                MOVE 1 TO RETURN-CODE
            END-IF.
            PERFORM TULIS-CETAK.
            CLOSE CETAK-FILE.

       PERIKSA-SATU-SLOT.
            IF JWT-GURU (jadwal-idx) = SPACES
                ADD 1 TO masalah-count
                MOVE SPACES TO CETAK-RECORD
                STRING HARI-NAMA (JWT-HARI (jadwal-idx)) " jam "
                       JWT-JAM (jadwal-idx) " " JWT-KELAS (jadwal-idx)
                       " " JWT-MAPEL (jadwal-idx)
                       ": tidak ada penugasan di AJAR.txt"
                    DELIMITED BY SIZE INTO CETAK-RECORD
                PERFORM TULIS-CETAK
            END-IF.
            COMPUTE jadwal-idx2 = jadwal-idx + 1.
            PERFORM BANDING-DUA-SLOT
                VARYING jadwal-idx2 FROM jadwal-idx2 BY 1
                UNTIL jadwal-idx2 > jadwal-count.

       BANDING-DUA-SLOT.
            IF JWT-HARI (jadwal-idx2) = JWT-HARI (jadwal-idx) AND
               JWT-JAM (jadwal-idx2) = JWT-JAM (jadwal-idx)
                IF JWT-KELAS (jadwal-idx2) = JWT-KELAS (jadwal-idx)
                    MOVE "kelas sama" TO ws-sel
                    PERFORM TULIS-BENTROK
                END-IF
                IF JWT-GURU (jadwal-idx2) = JWT-GURU (jadwal-idx) AND
                   JWT-GURU (jadwal-idx) NOT = SPACES
                    MOVE "guru sama" TO ws-sel
                    PERFORM TULIS-BENTROK
                END-IF
                IF JWT-RUANG (jadwal-idx2) = JWT-RUANG (jadwal-idx)
                   AND JWT-RUANG (jadwal-idx) NOT = SPACES
                    MOVE "ruang sama" TO ws-sel
                    PERFORM TULIS-BENTROK
                END-IF
            END-IF.

       TULIS-BENTROK.
            ADD 1 TO masalah-count.
            MOVE SPACES TO CETAK-RECORD.
            STRING "BENTROK " ws-sel " " HARI-NAMA
                   (JWT-HARI (jadwal-idx)) " jam "
                   JWT-JAM (jadwal-idx) ": "
                   JWT-KELAS (jadwal-idx) " " JWT-MAPEL (jadwal-idx)
                   " " JWT-GURU (jadwal-idx) " " JWT-RUANG (jadwal-idx)
                   " / " JWT-KELAS (jadwal-idx2) " "
                   JWT-MAPEL (jadwal-idx2) " " JWT-GURU (jadwal-idx2)
                   " " JWT-RUANG (jadwal-idx2)
                DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.

       PERIKSA-JAM-AJAR.
            MOVE 0 TO slot-jam-n.
            PERFORM HITUNG-SLOT-AJAR
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.
            IF slot-jam-n NOT = AJT-JAM (ajar-idx)
                ADD 1 TO masalah-count
                MOVE SPACES TO CETAK-RECORD
                IF slot-jam-n < AJT-JAM (ajar-idx)
                    MOVE "KURANG" TO ws-sel
                ELSE
                    MOVE "LEBIH" TO ws-sel
                END-IF
                STRING "JAM " ws-sel " " AJT-KELAS (ajar-idx) " "
                       AJT-MAPEL (ajar-idx) " guru "
                       AJT-GURU (ajar-idx) ": terjadwal " slot-jam-n
                       " dari " AJT-JAM (ajar-idx) " jam per minggu"
                    DELIMITED BY SIZE INTO CETAK-RECORD
                PERFORM TULIS-CETAK
            END-IF.

       HITUNG-SLOT-AJAR.
            IF JWT-KELAS (jadwal-idx) = AJT-KELAS (ajar-idx) AND
               JWT-MAPEL (jadwal-idx) = AJT-MAPEL (ajar-idx)
                ADD 1 TO slot-jam-n
            END-IF.

      *-----------------------
      * JADWAL SATU MINGGU BERTANGGAL - mulai hari Senin yang
      * diisi; hari tutup (Minggu / LIBUR.txt lewat HARIUTIL)
      * dicetak LIBUR tanpa pelajaran
      *-----------------------
       JADWAL-MINGGU.
            DISPLAY "Tanggal Senin (YYYYMMDD)      : ".
            ACCEPT tgl-input.
            DISPLAY "(K)elas / (G)uru              : ".
            ACCEPT jenis-input.
            INSPECT jenis-input CONVERTING "kg" TO "KG".
            DISPLAY "Kode kelas / guru             : ".
            ACCEPT kunci-input.
            MOVE "H" TO hu-fungsi.
            MOVE tgl-input TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE 0 TO hu-dow.
            IF hu-valid = "Y"
                DIVIDE hu-harinum BY 7 GIVING hu-sisa
                    REMAINDER hu-dow
            END-IF.
            EVALUATE TRUE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal tidak sah"
                WHEN hu-dow NOT = 1
                    DISPLAY "Tanggal ", tgl-input, " bukan hari Senin"
                WHEN jenis-input NOT = "K" AND jenis-input NOT = "G"
                    DISPLAY "Isi K atau G"
                WHEN OTHER
                    MOVE jenis-input TO ws-mode-cetak
                    MOVE kunci-input TO ws-kunci
                    PERFORM MUAT-SEMUA
                    OPEN OUTPUT CETAK-FILE
                    MOVE SPACES TO CETAK-RECORD
                    IF cetak-kelas
                        STRING "=== JADWAL KELAS " ws-kunci
                               " MINGGU " tgl-input " ==="
                            DELIMITED BY SIZE INTO CETAK-RECORD
                    ELSE
                        PERFORM CARI-NAMA-GURU
                        STRING "=== JADWAL GURU " ws-kunci " " ws-nama
                               " MINGGU " tgl-input " ==="
                            DELIMITED BY SIZE INTO CETAK-RECORD
                    END-IF
                    PERFORM TULIS-CETAK
                    PERFORM CETAK-HARI-MINGGU
                        VARYING grid-hari FROM 1 BY 1
                        UNTIL grid-hari > 6
                    CLOSE CETAK-FILE
            END-EVALUATE.

       CETAK-HARI-MINGGU.
            MOVE "T" TO hu-fungsi.
            MOVE tgl-input TO hu-tgl.
            COMPUTE hu-n = grid-hari - 1.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO tgl-hari.
            MOVE "L" TO hu-fungsi.
            MOVE tgl-hari TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE SPACES TO CETAK-RECORD.
            IF hu-harinum = 1
                STRING HARI-NAMA (grid-hari) " " tgl-hari
                       " - LIBUR, tidak ada pelajaran"
                    DELIMITED BY SIZE INTO CETAK-RECORD
                PERFORM TULIS-CETAK
            ELSE
                STRING HARI-NAMA (grid-hari) " " tgl-hari
                    DELIMITED BY SIZE INTO CETAK-RECORD
                PERFORM TULIS-CETAK
                MOVE 0 TO slot-total
                PERFORM CETAK-JAM-MINGGU
                    VARYING grid-jam FROM 1 BY 1
                    UNTIL grid-jam > jam-maks
                IF slot-total = 0
                    MOVE "  (tidak ada pelajaran terjadwal)"
                        TO CETAK-RECORD
                    PERFORM TULIS-CETAK
                END-IF
            END-IF.

       CETAK-JAM-MINGGU.
            PERFORM CETAK-SLOT-MINGGU
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.

       CETAK-SLOT-MINGGU.
            IF JWT-HARI (jadwal-idx) = grid-hari AND
               JWT-JAM (jadwal-idx) = grid-jam
                PERFORM UJI-SLOT-KUNCI
                IF slot-cocok
                    ADD 1 TO slot-total
                    MOVE SPACES TO MINGGU-LINE
                    MOVE "  jam " TO MINGGU-LINE (1:6)
                    MOVE grid-jam TO ML-JAM
                    MOVE JWT-KELAS (jadwal-idx) TO ML-KELAS
                    MOVE JWT-MAPEL (jadwal-idx) TO ML-MAPEL
                    PERFORM ISI-NAMA-MAPEL
                        VARYING mapel-idx FROM 1 BY 1
                        UNTIL mapel-idx > mapel-count
                    MOVE JWT-GURU (jadwal-idx) TO ML-GURU
                    PERFORM ISI-NAMA-GURU-SLOT
                        VARYING guru-idx FROM 1 BY 1
                        UNTIL guru-idx > guru-count
                    MOVE JWT-RUANG (jadwal-idx) TO ML-RUANG
                    MOVE MINGGU-LINE TO CETAK-RECORD
                    PERFORM TULIS-CETAK
                END-IF
            END-IF.

       ISI-NAMA-MAPEL.
            IF MPT-KODE (mapel-idx) = JWT-MAPEL (jadwal-idx)
                MOVE MPT-NAMA (mapel-idx) TO ML-MAPEL
            END-IF.

       ISI-NAMA-GURU-SLOT.
            IF GRT-ID (guru-idx) = JWT-GURU (jadwal-idx)
                MOVE GRT-NAMA (guru-idx) TO ML-GURU
            END-IF.

       TULIS-CETAK.
            WRITE CETAK-RECORD.
            IF ws-ct-status NOT = "00"
                DISPLAY "Gagal menulis JADCETAK.txt, status ",
                        ws-ct-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY CETAK-RECORD.

      *-----------------------
      * muat berkas; guru setiap slot diambil dari penugasan
      * kelas + mapelnya
      *-----------------------
       MUAT-SEMUA.
            PERFORM MUAT-AJAR.
            PERFORM MUAT-GURU.
            PERFORM MUAT-MAPEL.
            PERFORM MUAT-JADWAL.

       CARI-AJAR.
            MOVE 0 TO ajar-hit.
            PERFORM BANDING-AJAR
                VARYING ajar-idx FROM 1 BY 1
                UNTIL ajar-idx > ajar-count.

       BANDING-AJAR.
            IF AJT-KELAS (ajar-idx) = cari-kelas AND
               AJT-MAPEL (ajar-idx) = cari-mapel
                MOVE ajar-idx TO ajar-hit
            END-IF.

       MUAT-JADWAL.
            MOVE 0 TO jadwal-count.
            OPEN INPUT JADWAL-FILE.
            IF ws-jw-status = "00"
                PERFORM AMBIL-BARIS-JADWAL
                    UNTIL ws-jw-status NOT = "00"
                CLOSE JADWAL-FILE
            END-IF.

       AMBIL-BARIS-JADWAL.
            READ JADWAL-FILE
                AT END CONTINUE
                NOT AT END
                    IF jadwal-count >= 3000
                        DISPLAY "Tabel jadwal penuh, slot dilewati"
                    ELSE
                        ADD 1 TO jadwal-count
                        MOVE JW-HARI  TO JWT-HARI (jadwal-count)
                        MOVE JW-JAM   TO JWT-JAM (jadwal-count)
                        MOVE JW-KELAS TO JWT-KELAS (jadwal-count)
                        MOVE JW-MAPEL TO JWT-MAPEL (jadwal-count)
                        MOVE JW-RUANG TO JWT-RUANG (jadwal-count)
                        MOVE JW-KELAS TO cari-kelas
                        MOVE JW-MAPEL TO cari-mapel
                        PERFORM CARI-AJAR
                        IF ajar-hit = 0
                            MOVE SPACES TO JWT-GURU (jadwal-count)
                        ELSE
                            MOVE AJT-GURU (ajar-hit)
                                TO JWT-GURU (jadwal-count)
                        END-IF
                    END-IF
            END-READ.

       SIMPAN-JADWAL.
            OPEN OUTPUT JADWAL-FILE.
            PERFORM TULIS-BARIS-JADWAL
                VARYING jadwal-idx FROM 1 BY 1
                UNTIL jadwal-idx > jadwal-count.
            IF ws-jw-status NOT = "00"
                DISPLAY "Gagal menyimpan jadwal, status ",
                        ws-jw-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE JADWAL-FILE.

       TULIS-BARIS-JADWAL.
            MOVE SPACES                 TO JADWAL-RECORD.
            MOVE JWT-HARI (jadwal-idx)  TO JW-HARI.
            MOVE JWT-JAM (jadwal-idx)   TO JW-JAM.
            MOVE JWT-KELAS (jadwal-idx) TO JW-KELAS.
            MOVE JWT-MAPEL (jadwal-idx) TO JW-MAPEL.
            MOVE JWT-RUANG (jadwal-idx) TO JW-RUANG.
            WRITE JADWAL-RECORD.

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
                    IF ajar-count < 600
                        ADD 1 TO ajar-count
                        MOVE AJR-KELAS TO AJT-KELAS (ajar-count)
                        MOVE AJR-MAPEL TO AJT-MAPEL (ajar-count)
                        MOVE AJR-GURU  TO AJT-GURU (ajar-count)
                        MOVE AJR-JAM   TO AJT-JAM (ajar-count)
                    END-IF
            END-READ.

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
                    IF guru-count < 200
                        ADD 1 TO guru-count
                        MOVE GR-ID   TO GRT-ID (guru-count)
                        MOVE GR-NAMA TO GRT-NAMA (guru-count)
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
                        MOVE MP-KODE TO MPT-KODE (mapel-count)
                        MOVE MP-NAMA TO MPT-NAMA (mapel-count)
                    END-IF
            END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
