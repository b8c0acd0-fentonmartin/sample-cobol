       IDENTIFICATION DIVISION.
       PROGRAM-ID. UJIANADM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY UJIANSEL.
           COPY RUANGSEL.
           COPY MAPELSEL.
           COPY KELASSEL.
           COPY SISWASEL.
           COPY TERMSEL.
           SELECT UJIAN-CFG ASSIGN TO "UJIANCFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UC-STATUS.
           SELECT CETAK-FILE ASSIGN TO "UJICETAK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT HADIR-FILE ASSIGN TO "UJIHADIR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HD-STATUS.
           SELECT MEJA-FILE ASSIGN TO "UJIMEJA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MJ-STATUS.
           SELECT KARTU-FILE ASSIGN TO "UJIKARTU.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.
           SELECT PRE-DUDUK ASSIGN TO "UJDPRE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-DUDUK ASSIGN TO "UJDSRT.tmp".
           SELECT SORTED-DUDUK ASSIGN TO "UJDOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY UJIANFD.

           COPY RUANGFD.

           COPY MAPELFD.

           COPY KELASFD.

           COPY SISWAFD.

           COPY TERMFD.

      *    UC-CAMPUR Y = siswa satu duduk diselang-seling antar
      *    kelas di ruang-ruangnya; UC-SESI = jumlah sesi per hari
       FD UJIAN-CFG.
       01 UJIAN-CFG-RECORD.
           02 UC-CAMPUR PIC X(01).
           02 FILLER    PIC X.
           02 UC-SESI   PIC X(01).

       FD CETAK-FILE.
       01 CETAK-RECORD PIC X(100).

       FD HADIR-FILE.
       01 HADIR-RECORD PIC X(100).

       FD MEJA-FILE.
       01 MEJA-RECORD PIC X(100).

       FD KARTU-FILE.
       01 KARTU-RECORD PIC X(100).

      *-----------------------
      * satu baris per siswa per duduk yang sudah mendapat kursi;
      * diurutkan dua kali: ruang + kursi untuk daftar hadir dan
      * kartu meja, kelas + NIS untuk jadwal ujian pribadi
      *-----------------------
       FD PRE-DUDUK.
       01 PRE-DUDUK-REC.
           02 PD-TGL   PIC 9(08).
           02 PD-SESI  PIC 9(01).
           02 PD-RUANG PIC X(06).
           02 PD-KURSI PIC 9(03).
           02 PD-KELAS PIC X(06).
           02 PD-NIS   PIC 9(05).
           02 PD-NAMA  PIC X(25).
           02 PD-MAPEL PIC X(06).

       SD SORT-DUDUK.
       01 SORT-DUDUK-REC.
           02 SD-TGL   PIC 9(08).
           02 SD-SESI  PIC 9(01).
           02 SD-RUANG PIC X(06).
           02 SD-KURSI PIC 9(03).
           02 SD-KELAS PIC X(06).
           02 SD-NIS   PIC 9(05).
           02 SD-NAMA  PIC X(25).
           02 SD-MAPEL PIC X(06).

       FD SORTED-DUDUK.
       01 SORTED-DUDUK-REC.
           02 SO-TGL   PIC 9(08).
           02 SO-SESI  PIC 9(01).
           02 SO-RUANG PIC X(06).
           02 SO-KURSI PIC 9(03).
           02 SO-KELAS PIC X(06).
           02 SO-NIS   PIC 9(05).
           02 SO-NAMA  PIC X(25).
           02 SO-MAPEL PIC X(06).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-uj-status  pic X(02).
       77 ws-ru-status  pic X(02).
       77 ws-mp-status  pic X(02).
       77 ws-kl-status  pic X(02).
       77 WS-FS         pic X(02).
       77 ws-uc-status  pic X(02).
       77 ws-ct-status  pic X(02).
       77 ws-hd-status  pic X(02).
       77 ws-mj-status  pic X(02).
       77 ws-kt-status  pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-srt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       77 term-input    pic X(06).
       77 jenis-input   pic X(03).
       77 tgl-input     pic 9(08).
       77 sesi-input    pic 9(01).
       77 mapel-input   pic X(06).
       77 kelas-input   pic X(06).
       77 ruang-input   pic X(06).
       77 nama-input    pic X(20).
       77 kap-input     pic 9(03).
       77 sesi-maks     pic 9(01) value 4.
       77 ws-campur     pic X(01) value "N".
           88 campur-kelas value "Y".
       77 ujian-count   pic 9(04) value 0.
       77 ujian-idx     pic 9(04) comp.
       77 ujian-hit     pic 9(04) comp.
       77 ujian-sisip   pic 9(04) comp.
       77 ruang-count   pic 9(03) value 0.
       77 ruang-idx     pic 9(03) comp.
       77 ruang-hit     pic 9(03) comp.
       77 mapel-count   pic 9(03) value 0.
       77 mapel-idx     pic 9(03) comp.
       77 mapel-hit     pic 9(03) comp.
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 kelas-hit     pic 9(03) comp.
       77 siswa-count   pic 9(04) value 0.
       77 siswa-idx     pic 9(04) comp.
       77 duduk-count   pic 9(02) value 0.
       77 duduk-idx     pic 9(02) comp.
       77 duduk-ruang   pic 9(02) comp.
       77 duduk-kelas   pic 9(02) comp.
       77 antri-count   pic 9(04) value 0.
       77 antri-idx     pic 9(04) comp.
       77 antri-akhir   pic 9(04) comp.
       77 putaran       pic 9(04) comp.
       77 putaran-maks  pic 9(04) comp.
       77 duduk-tgl     pic 9(08).
       77 duduk-sesi    pic 9(01).
       77 peserta-count pic 9(05) value 0.
       77 tanpa-kursi   pic 9(05) value 0.
       77 sitting-count pic 9(03) value 0.
       77 ruang-peserta pic 9(03) value 0.
       77 ws-eof        pic X value "N".
       77 ws-kursi-ada  pic X value "N".
           88 kursi-ada value "Y".
       77 ws-isian-sah  pic X value "Y".
           88 isian-sah value "Y".
       77 ws-kunci-lalu pic X(15).
       77 ws-kunci-kini pic X(15).
       77 ws-nama-mapel pic X(20).
       77 ws-nama-ruang pic X(20).
       77 ws-tampil-n   pic ZZZ9.
       77 hu-fungsi     pic X.
       77 hu-tgl        pic 9(08).
       77 hu-n          pic 9(03).
       77 hu-tgl-hasil  pic 9(08).
       77 hu-harinum    pic 9(07).
       77 hu-valid      pic X.

       01 UJIAN-TABEL.
           05 UJIAN-ENTRY OCCURS 1000 TIMES.
               10 UJT-TERM  PIC X(06).
               10 UJT-JENIS PIC X(03).
               10 UJT-TGL   PIC 9(08).
               10 UJT-SESI  PIC 9(01).
               10 UJT-MAPEL PIC X(06).
               10 UJT-KELAS PIC X(06).
               10 UJT-RUANG PIC X(06).
               10 UJT-OPER  PIC 9(04).
               10 UJT-SUSUN PIC X(01).

       01 RUANG-TABEL.
           05 RUANG-ENTRY OCCURS 100 TIMES.
               10 RGT-KODE  PIC X(06).
               10 RGT-NAMA  PIC X(20).
               10 RGT-KAP   PIC 9(03).

       01 MAPEL-TABEL.
           05 MAPEL-ENTRY OCCURS 50 TIMES.
               10 MPT-KODE  PIC X(06).
               10 MPT-NAMA  PIC X(20).
               10 MPT-AKTIF PIC X(01).

       01 KELAS-TABEL.
           05 KLT-KODE PIC X(06) OCCURS 100 TIMES.

       01 SISWA-TABEL.
           05 SISWA-ENTRY OCCURS 2000 TIMES.
               10 SWT-NIS   PIC 9(05).
               10 SWT-NAMA  PIC X(25).
               10 SWT-KELAS PIC X(06).

      *    kelas-kelas satu duduk (tanggal + sesi): baris jadwalnya,
      *    potongan antrean siswanya, dan kursi ruangnya yang terisi
       01 DUDUK-TABEL.
           05 DUDUK-ENTRY OCCURS 60 TIMES.
               10 DDT-UJIAN  PIC 9(04) COMP.
               10 DDT-MULAI  PIC 9(04) COMP.
               10 DDT-JUMLAH PIC 9(04) COMP.
               10 DDT-KAP    PIC 9(03).
               10 DDT-TERISI PIC 9(03).

       01 ANTRI-TABEL.
           05 ANTRI-ENTRY OCCURS 2000 TIMES.
               10 ANT-SISWA PIC 9(04) COMP.
               10 ANT-DUDUK PIC 9(02) COMP.
               10 ANT-KURSI PIC 9(03).

       01 JADWAL-LINE.
           02 JL-TGL    PIC 9(08).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 JL-SESI   PIC 9(01).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 JL-TERM   PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 JL-JENIS  PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 JL-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 JL-MAPEL  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 JL-NAMA   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 JL-RUANG  PIC X(06).
           02 FILLER    PIC X(34) VALUE SPACES.

       01 HADIR-LINE.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HL-KURSI  PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 HL-NIS    PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HL-NAMA   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HL-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HL-MAPEL  PIC X(06).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 HL-TTD    PIC X(20) VALUE "....................".
           02 FILLER    PIC X(27) VALUE SPACES.

       01 MEJA-LINE.
           02 FILLER    PIC X(02) VALUE "| ".
           02 ML-ISI    PIC X(40).
           02 FILLER    PIC X(02) VALUE " |".
           02 FILLER    PIC X(56) VALUE SPACES.

       01 KARTU-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KU-TGL    PIC 9(08).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KU-SESI   PIC 9(01).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 KU-MAPEL  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KU-NAMA   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KU-RUANG  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KU-KURSI  PIC ZZ9.
           02 FILLER    PIC X(46) VALUE SPACES.

       01 WS-PILIHAN PIC X.
           88 PILIH-PESAN  VALUE '1'.
           88 PILIH-HAPUS  VALUE '2'.
           88 PILIH-DAFTAR VALUE '3'.
           88 PILIH-RUANG  VALUE '4'.
           88 PILIH-SUSUN  VALUE '5'.
           88 PILIH-KELUAR VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * JADWAL UJIAN DAN TEMPAT DUDUK - pekan UTS / UAS.  Setiap
      * kelas dipesan untuk satu mapel pada tanggal + sesi dan satu
      * ruang di UJIAN.txt; pemesanan ditolak bila kelas atau ruang
      * itu sudah terpakai pada tanggal + sesi yang sama, tanggalnya
      * hari tutup (Minggu / LIBUR.txt lewat HARIUTIL) atau di luar
      * term.  Penyusunan tempat duduk membagi siswa aktif tiap
      * duduk ke ruang-ruang duduk itu menurut daya tampung
      * RUANG.txt (diselang-seling antar kelas bila UJIANCFG.txt
      * berisi Y), lalu mencetak daftar hadir per ruang
      * (UJIHADIR.txt), kartu meja (UJIMEJA.txt) dan jadwal ujian
      * pribadi tiap siswa (UJIKARTU.txt).
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "UJIANADM" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM MUAT-UJIAN-CFG.
            MOVE SPACE TO WS-PILIHAN.
            PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
            MOVE "UJIANADM" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       TAMPILKAN-MENU.
            DISPLAY "=== JADWAL UJIAN (UJIAN.txt) ===".
            DISPLAY "1. Pesan jadwal ujian kelas".
            DISPLAY "2. Hapus jadwal ujian kelas".
            DISPLAY "3. Daftar jadwal ujian".
            DISPLAY "4. Isi / ubah ruang ujian".
            DISPLAY "5. Susun tempat duduk dan cetak".
            DISPLAY "0. Keluar".
            DISPLAY "Pilihan : ".
            ACCEPT WS-PILIHAN.
            EVALUATE TRUE
                WHEN PILIH-PESAN  PERFORM PESAN-UJIAN
                WHEN PILIH-HAPUS  PERFORM HAPUS-UJIAN
                WHEN PILIH-DAFTAR PERFORM DAFTAR-UJIAN
                WHEN PILIH-RUANG  PERFORM ISI-RUANG
                WHEN PILIH-SUSUN  PERFORM SUSUN-DUDUK
                WHEN PILIH-KELUAR CONTINUE
                WHEN OTHER        DISPLAY "Pilihan tidak dikenal"
            END-EVALUATE.

      *-----------------------
      * PESAN UJIAN - satu kelas, satu mapel, satu tanggal + sesi,
      * satu ruang.  Term kosong = term yang memuat tanggalnya.
      *-----------------------
       PESAN-UJIAN.
            DISPLAY "Term (kosong = menurut tanggal): ".
            ACCEPT term-input.
            DISPLAY "Jenis ujian (UTS / UAS)       : ".
            ACCEPT jenis-input.
            INSPECT jenis-input CONVERTING "utsa" TO "UTSA".
            DISPLAY "Tanggal ujian (YYYYMMDD)      : ".
            ACCEPT tgl-input.
            DISPLAY "Sesi ke (1-", sesi-maks, ")                 : ".
            ACCEPT sesi-input.
            DISPLAY "Kode mapel                    : ".
            ACCEPT mapel-input.
            DISPLAY "Kelas                         : ".
            ACCEPT kelas-input.
            DISPLAY "Ruang                         : ".
            ACCEPT ruang-input.
            PERFORM MUAT-SEMUA.
            PERFORM PERIKSA-PESANAN.
            IF isian-sah
                IF ujian-count >= 1000
                    DISPLAY "Tabel jadwal ujian penuh"
                ELSE
                    PERFORM SISIP-UJIAN
                    PERFORM SIMPAN-UJIAN
                    DISPLAY "Ujian ", mapel-input, " kelas ",
                            kelas-input, " tanggal ", tgl-input,
                            " sesi ", sesi-input, " di ruang ",
                            ruang-input, " tersimpan (", term-input,
                            " ", jenis-input, ")"
                END-IF
            END-IF.

       PERIKSA-PESANAN.
            MOVE "Y" TO ws-isian-sah.
            IF jenis-input NOT = "UTS" AND jenis-input NOT = "UAS"
                DISPLAY "Jenis ujian harus UTS atau UAS"
                MOVE "N" TO ws-isian-sah
            END-IF.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-input TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid NOT = "Y"
                DISPLAY "Tanggal ", tgl-input, " tidak sah"
                MOVE "N" TO ws-isian-sah
            ELSE
                IF tgl-input < WS-TGL-USAHA
                    DISPLAY "Tanggal ", tgl-input, " sudah lewat"
                    MOVE "N" TO ws-isian-sah
                END-IF
                MOVE "L" TO hu-fungsi
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                IF hu-harinum NOT = 0
                    DISPLAY "Tanggal ", tgl-input, " hari tutup ",
                            "(Minggu / LIBUR.txt)"
                    MOVE "N" TO ws-isian-sah
                END-IF
                PERFORM PERIKSA-TERM-UJIAN
            END-IF.
            IF sesi-input < 1 OR sesi-input > sesi-maks
                DISPLAY "Sesi harus 1-", sesi-maks
                MOVE "N" TO ws-isian-sah
            END-IF.
            MOVE 0 TO mapel-hit.
            PERFORM BANDING-MAPEL
                VARYING mapel-idx FROM 1 BY 1
                UNTIL mapel-idx > mapel-count.
            IF mapel-hit = 0
                DISPLAY "Mapel ", mapel-input, " tidak ada di ",
                        "MAPEL.txt"
                MOVE "N" TO ws-isian-sah
            ELSE
                IF MPT-AKTIF (mapel-hit) = "N"
                    DISPLAY "Mapel ", mapel-input, " tidak aktif"
                    MOVE "N" TO ws-isian-sah
                END-IF
            END-IF.
            MOVE 0 TO kelas-hit.
            PERFORM BANDING-KELAS
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF kelas-hit = 0
                DISPLAY "Kelas ", kelas-input, " tidak ada di ",
                        "KELAS.txt"
                MOVE "N" TO ws-isian-sah
            END-IF.
            PERFORM CARI-RUANG.
            IF ruang-hit = 0
                DISPLAY "Ruang ", ruang-input, " tidak ada di ",
                        "RUANG.txt (isi lewat pilihan 4)"
                MOVE "N" TO ws-isian-sah
            ELSE
                IF RGT-KAP (ruang-hit) = 0
                    DISPLAY "Ruang ", ruang-input, " berdaya ",
                            "tampung 0"
                    MOVE "N" TO ws-isian-sah
                END-IF
            END-IF.
            IF isian-sah
                PERFORM UJI-BENTROK-UJIAN
                    VARYING ujian-idx FROM 1 BY 1
                    UNTIL ujian-idx > ujian-count
            END-IF.

      *    tanggal harus di dalam term yang disebut; tanpa TERM.txt
      *    (instalasi baru) kode term wajib diisi dan diterima apa
      *    adanya
       PERIKSA-TERM-UJIAN.
            PERFORM MUAT-TERM-MASTER.
            IF WS-TM-MASTER NOT = "Y"
                IF term-input = SPACES
                    DISPLAY "Term wajib diisi"
                    MOVE "N" TO ws-isian-sah
                END-IF
            ELSE
                IF term-input = SPACES
                    MOVE tgl-input TO WS-TM-TGL
                    PERFORM CARI-TERM-TANGGAL
                    MOVE WS-TM-KODE TO term-input
                ELSE
                    MOVE term-input TO WS-TM-KODE
                    PERFORM CARI-TERM-MASTER
                END-IF
                EVALUATE TRUE
                    WHEN WS-TM-ADA NOT = "Y"
                        DISPLAY "Term tidak ada di TERM.txt untuk ",
                                "tanggal ", tgl-input
                        MOVE "N" TO ws-isian-sah
                    WHEN tgl-input < WS-TM-MULAI OR
                         tgl-input > WS-TM-AKHIR
                        DISPLAY "Tanggal ", tgl-input, " di luar term ",
                                term-input, " (", WS-TM-MULAI, "-",
                                WS-TM-AKHIR, ")"
                        MOVE "N" TO ws-isian-sah
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       UJI-BENTROK-UJIAN.
            IF UJT-TERM (ujian-idx) = term-input AND
               UJT-JENIS (ujian-idx) = jenis-input AND
               UJT-KELAS (ujian-idx) = kelas-input AND
               UJT-MAPEL (ujian-idx) = mapel-input
                DISPLAY "Kelas ", kelas-input, " sudah dijadwalkan ",
                        mapel-input, " tanggal ", UJT-TGL (ujian-idx),
                        " sesi ", UJT-SESI (ujian-idx)
                MOVE "N" TO ws-isian-sah
            END-IF.
            IF UJT-TGL (ujian-idx) = tgl-input AND
               UJT-SESI (ujian-idx) = sesi-input
                EVALUATE TRUE
                    WHEN UJT-KELAS (ujian-idx) = kelas-input
                        DISPLAY "BENTROK: kelas ", kelas-input,
                                " sudah ujian ", UJT-MAPEL (ujian-idx),
                                " pada tanggal + sesi itu"
                        MOVE "N" TO ws-isian-sah
                    WHEN UJT-RUANG (ujian-idx) = ruang-input
                        DISPLAY "BENTROK: ruang ", ruang-input,
                                " sudah dipakai kelas ",
                                UJT-KELAS (ujian-idx),
                                " pada tanggal + sesi itu"
                        MOVE "N" TO ws-isian-sah
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      *    UJIAN.txt dijaga urut tanggal + sesi
       SISIP-UJIAN.
            COMPUTE ujian-sisip = ujian-count + 1.
            PERFORM CARI-POSISI-SISIP
                VARYING ujian-idx FROM ujian-count BY -1
                UNTIL ujian-idx < 1.
            PERFORM GESER-KANAN-UJIAN
                VARYING ujian-idx FROM ujian-count BY -1
                UNTIL ujian-idx < ujian-sisip.
            ADD 1 TO ujian-count.
            MOVE term-input    TO UJT-TERM (ujian-sisip).
            MOVE jenis-input   TO UJT-JENIS (ujian-sisip).
            MOVE tgl-input     TO UJT-TGL (ujian-sisip).
            MOVE sesi-input    TO UJT-SESI (ujian-sisip).
            MOVE mapel-input   TO UJT-MAPEL (ujian-sisip).
            MOVE kelas-input   TO UJT-KELAS (ujian-sisip).
            MOVE ruang-input   TO UJT-RUANG (ujian-sisip).
            MOVE WS-SESI-ID    TO UJT-OPER (ujian-sisip).

       CARI-POSISI-SISIP.
            IF UJT-TGL (ujian-idx) > tgl-input OR
               (UJT-TGL (ujian-idx) = tgl-input AND
                UJT-SESI (ujian-idx) > sesi-input)
                MOVE ujian-idx TO ujian-sisip
            END-IF.

       GESER-KANAN-UJIAN.
            MOVE UJIAN-ENTRY (ujian-idx)
                TO UJIAN-ENTRY (ujian-idx + 1).

      *-----------------------
      * HAPUS UJIAN - menurut tanggal + sesi + kelas (kunci unik)
      *-----------------------
       HAPUS-UJIAN.
            DISPLAY "Tanggal ujian (YYYYMMDD)      : ".
            ACCEPT tgl-input.
            DISPLAY "Sesi ke                       : ".
            ACCEPT sesi-input.
            DISPLAY "Kelas                         : ".
            ACCEPT kelas-input.
            PERFORM MUAT-UJIAN.
            MOVE 0 TO ujian-hit.
            PERFORM CARI-UJIAN-KELAS
                VARYING ujian-idx FROM 1 BY 1
                UNTIL ujian-idx > ujian-count.
            IF ujian-hit = 0
                DISPLAY "Jadwal ujian tidak ditemukan"
            ELSE
                DISPLAY "Hapus ", UJT-TERM (ujian-hit), " ",
                        UJT-JENIS (ujian-hit), " ",
                        UJT-MAPEL (ujian-hit), " ",
                        UJT-KELAS (ujian-hit), " ruang ",
                        UJT-RUANG (ujian-hit)
                PERFORM GESER-KIRI-UJIAN
                    VARYING ujian-idx FROM ujian-hit BY 1
                    UNTIL ujian-idx >= ujian-count
                SUBTRACT 1 FROM ujian-count
                PERFORM SIMPAN-UJIAN
                DISPLAY "Jadwal ujian dihapus"
            END-IF.

       CARI-UJIAN-KELAS.
            IF UJT-TGL (ujian-idx) = tgl-input AND
               UJT-SESI (ujian-idx) = sesi-input AND
               UJT-KELAS (ujian-idx) = kelas-input
                MOVE ujian-idx TO ujian-hit
            END-IF.

       GESER-KIRI-UJIAN.
            MOVE UJIAN-ENTRY (ujian-idx + 1)
                TO UJIAN-ENTRY (ujian-idx).

      *-----------------------
      * DAFTAR UJIAN - urut tanggal + sesi, ke UJICETAK.txt dan
      * layar; term / jenis kosong = semua
      *-----------------------
       DAFTAR-UJIAN.
            DISPLAY "Term (kosong = semua)         : ".
            ACCEPT term-input.
            DISPLAY "Jenis UTS / UAS (kosong = semua): ".
            ACCEPT jenis-input.
            INSPECT jenis-input CONVERTING "utsa" TO "UTSA".
            PERFORM MUAT-SEMUA.
            OPEN OUTPUT CETAK-FILE.
            MOVE SPACES TO CETAK-RECORD.
            STRING "=== JADWAL UJIAN " term-input " " jenis-input
                   " - dicetak " WS-TGL-USAHA " ==="
                DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            MOVE SPACES TO CETAK-RECORD.
            STRING "TANGGAL  SESI TERM   JNS KELAS  MAPEL  "
                   "NAMA MAPEL           RUANG"
                DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            MOVE 0 TO peserta-count.
            PERFORM CETAK-BARIS-UJIAN
                VARYING ujian-idx FROM 1 BY 1
                UNTIL ujian-idx > ujian-count.
            MOVE SPACES TO CETAK-RECORD.
            STRING "Jumlah " peserta-count " ujian kelas terjadwal"
                DELIMITED BY SIZE INTO CETAK-RECORD.
            PERFORM TULIS-CETAK.
            CLOSE CETAK-FILE.

       CETAK-BARIS-UJIAN.
            IF (term-input = SPACES OR
                UJT-TERM (ujian-idx) = term-input) AND
               (jenis-input = SPACES OR
                UJT-JENIS (ujian-idx) = jenis-input)
                ADD 1 TO peserta-count
                MOVE UJT-TGL (ujian-idx)   TO JL-TGL
                MOVE UJT-SESI (ujian-idx)  TO JL-SESI
                MOVE UJT-TERM (ujian-idx)  TO JL-TERM
                MOVE UJT-JENIS (ujian-idx) TO JL-JENIS
                MOVE UJT-KELAS (ujian-idx) TO JL-KELAS
                MOVE UJT-MAPEL (ujian-idx) TO JL-MAPEL
                MOVE UJT-MAPEL (ujian-idx) TO mapel-input
                PERFORM CARI-NAMA-MAPEL
                MOVE ws-nama-mapel         TO JL-NAMA
                MOVE UJT-RUANG (ujian-idx) TO JL-RUANG
                MOVE JADWAL-LINE TO CETAK-RECORD
                PERFORM TULIS-CETAK
            END-IF.

       TULIS-CETAK.
            WRITE CETAK-RECORD.
            IF ws-ct-status NOT = "00"
                DISPLAY "Gagal menulis UJICETAK.txt, status ",
                        ws-ct-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY CETAK-RECORD.

      *-----------------------
      * ISI RUANG - tambah ruang baru atau ubah nama / daya
      * tampung ruang yang sudah ada di RUANG.txt
      *-----------------------
       ISI-RUANG.
            DISPLAY "Kode ruang                    : ".
            ACCEPT ruang-input.
            DISPLAY "Nama ruang                    : ".
            ACCEPT nama-input.
            DISPLAY "Daya tampung (kursi ujian)    : ".
            ACCEPT kap-input.
            PERFORM MUAT-RUANG.
            PERFORM CARI-RUANG.
            EVALUATE TRUE
                WHEN ruang-input = SPACES
                    DISPLAY "Kode ruang wajib diisi"
                WHEN kap-input NOT NUMERIC OR kap-input = 0
                    DISPLAY "Daya tampung harus 1-999"
                WHEN ruang-hit = 0 AND ruang-count >= 100
                    DISPLAY "Tabel ruang penuh"
                WHEN OTHER
                    IF ruang-hit = 0
                        ADD 1 TO ruang-count
                        MOVE ruang-count TO ruang-hit
                        MOVE ruang-input TO RGT-KODE (ruang-hit)
                    END-IF
                    IF nama-input NOT = SPACES
                        MOVE nama-input TO RGT-NAMA (ruang-hit)
                    END-IF
                    MOVE kap-input TO RGT-KAP (ruang-hit)
                    PERFORM SIMPAN-RUANG
                    DISPLAY "Ruang ", RGT-KODE (ruang-hit), " ",
                            RGT-NAMA (ruang-hit), " daya tampung ",
                            RGT-KAP (ruang-hit), " tersimpan"
            END-EVALUATE.

      *-----------------------
      * SUSUN DUDUK - semua duduk (tanggal + sesi) satu term dan
      * jenis ujian.  Siswa aktif kelas-kelas satu duduk diantre
      * per kelas; tanpa campur, tiap kelas mengisi ruangnya
      * sendiri dulu dan sisanya ke kursi kosong ruang lain di duduk
      * itu; dengan campur, antrean diambil bergiliran satu siswa
      * per kelas dan ruang diisi berurutan.  Siswa yang tidak
      * kebagian kursi dilaporkan dan run berakhir RC 1.
      *-----------------------
       SUSUN-DUDUK.
            DISPLAY "Term                          : ".
            ACCEPT term-input.
            DISPLAY "Jenis ujian (UTS / UAS)       : ".
            ACCEPT jenis-input.
            INSPECT jenis-input CONVERTING "utsa" TO "UTSA".
            PERFORM MUAT-SEMUA.
            PERFORM MUAT-SISWA.
            MOVE 0 TO sitting-count.
            MOVE 0 TO peserta-count.
            MOVE 0 TO tanpa-kursi.
            PERFORM TANDAI-BELUM-SUSUN
                VARYING ujian-idx FROM 1 BY 1
                UNTIL ujian-idx > ujian-count.
            OPEN OUTPUT PRE-DUDUK.
            PERFORM SUSUN-SATU-DUDUK
                VARYING ujian-hit FROM 1 BY 1
                UNTIL ujian-hit > ujian-count.
            CLOSE PRE-DUDUK.
            IF sitting-count = 0
                DISPLAY "Tidak ada jadwal ujian ", term-input, " ",
                        jenis-input, " di UJIAN.txt"
            ELSE
                PERFORM CETAK-HADIR-MEJA
                PERFORM CETAK-KARTU-UJIAN
                DISPLAY sitting-count, " duduk, ", peserta-count,
                        " kursi terisi; UJIHADIR.txt, UJIMEJA.txt, ",
                        "UJIKARTU.txt"
                IF tanpa-kursi > 0
                    DISPLAY "PERHATIAN: ", tanpa-kursi, " siswa ",
                            "belum mendapat kursi - tambah ruang ",
                            "atau daya tampung lalu susun ulang"
                    MOVE 1 TO RETURN-CODE
                END-IF
            END-IF.

       TANDAI-BELUM-SUSUN.
            IF UJT-TERM (ujian-idx) = term-input AND
               UJT-JENIS (ujian-idx) = jenis-input
                MOVE "N" TO UJT-SUSUN (ujian-idx)
            ELSE
                MOVE "Y" TO UJT-SUSUN (ujian-idx)
            END-IF.

      *    baris jadwal ujian-hit yang belum tersusun membuka satu
      *    duduk baru bersama semua baris lain bertanggal + sesi sama
       SUSUN-SATU-DUDUK.
            IF UJT-SUSUN (ujian-hit) = "N"
                ADD 1 TO sitting-count
                MOVE UJT-TGL (ujian-hit)  TO duduk-tgl
                MOVE UJT-SESI (ujian-hit) TO duduk-sesi
                MOVE 0 TO duduk-count
                MOVE 0 TO antri-count
                PERFORM AMBIL-KELAS-DUDUK
                    VARYING ujian-idx FROM ujian-hit BY 1
                    UNTIL ujian-idx > ujian-count
                IF campur-kelas
                    PERFORM ATUR-DUDUK-CAMPUR
                ELSE
                    PERFORM ATUR-DUDUK-KELAS
                END-IF
                PERFORM LAPOR-TANPA-KURSI
                    VARYING antri-idx FROM 1 BY 1
                    UNTIL antri-idx > antri-count
            END-IF.

       AMBIL-KELAS-DUDUK.
            IF UJT-SUSUN (ujian-idx) = "N" AND
               UJT-TGL (ujian-idx) = duduk-tgl AND
               UJT-SESI (ujian-idx) = duduk-sesi
                MOVE "Y" TO UJT-SUSUN (ujian-idx)
                IF duduk-count >= 60
                    DISPLAY "Lebih dari 60 kelas dalam satu duduk, ",
                            UJT-KELAS (ujian-idx), " dilewati"
                ELSE
                    ADD 1 TO duduk-count
                    MOVE ujian-idx TO DDT-UJIAN (duduk-count)
                    COMPUTE DDT-MULAI (duduk-count) = antri-count + 1
                    MOVE 0 TO DDT-JUMLAH (duduk-count)
                    MOVE 0 TO DDT-TERISI (duduk-count)
                    MOVE UJT-RUANG (ujian-idx) TO ruang-input
                    PERFORM CARI-RUANG
                    IF ruang-hit = 0
                        MOVE 0 TO DDT-KAP (duduk-count)
                    ELSE
                        MOVE RGT-KAP (ruang-hit)
                            TO DDT-KAP (duduk-count)
                    END-IF
                    PERFORM ANTRE-SISWA-KELAS
                        VARYING siswa-idx FROM 1 BY 1
                        UNTIL siswa-idx > siswa-count
                END-IF
            END-IF.

       ANTRE-SISWA-KELAS.
            IF SWT-KELAS (siswa-idx) =
               UJT-KELAS (DDT-UJIAN (duduk-count))
                IF antri-count < 2000
                    ADD 1 TO antri-count
                    MOVE siswa-idx   TO ANT-SISWA (antri-count)
                    MOVE duduk-count TO ANT-DUDUK (antri-count)
                    MOVE 0           TO ANT-KURSI (antri-count)
                    ADD 1 TO DDT-JUMLAH (duduk-count)
                ELSE
                    ADD 1 TO tanpa-kursi
                    DISPLAY "Antrean duduk penuh (2000), ",
                            SWT-NIS (siswa-idx), " tidak diberi kursi"
                END-IF
            END-IF.

      *    tanpa campur: ruang sendiri dulu, sisanya ke kursi kosong
       ATUR-DUDUK-KELAS.
            PERFORM ISI-RUANG-SENDIRI
                VARYING duduk-idx FROM 1 BY 1
                UNTIL duduk-idx > duduk-count.
            MOVE 1 TO duduk-ruang.
            PERFORM TEMPATKAN-SISA
                VARYING antri-idx FROM 1 BY 1
                UNTIL antri-idx > antri-count.

       ISI-RUANG-SENDIRI.
            COMPUTE antri-akhir = DDT-MULAI (duduk-idx)
                                + DDT-JUMLAH (duduk-idx) - 1.
            PERFORM TEMPATKAN-DI-RUANG-SENDIRI
                VARYING antri-idx FROM DDT-MULAI (duduk-idx) BY 1
                UNTIL antri-idx > antri-akhir.

       TEMPATKAN-DI-RUANG-SENDIRI.
            IF DDT-TERISI (duduk-idx) < DDT-KAP (duduk-idx)
                MOVE duduk-idx TO duduk-ruang
                PERFORM TEMPATKAN-SISWA
            END-IF.

       TEMPATKAN-SISA.
            IF ANT-KURSI (antri-idx) = 0
                PERFORM CARI-KURSI-KOSONG
                IF duduk-ruang <= duduk-count
                    PERFORM TEMPATKAN-SISWA
                END-IF
            END-IF.

      *    duduk-ruang maju ke ruang pertama yang masih ada kursinya;
      *    lewat duduk-count berarti semua ruang duduk ini penuh
       CARI-KURSI-KOSONG.
            MOVE "N" TO ws-kursi-ada.
            PERFORM UJI-RUANG-KOSONG
                UNTIL kursi-ada OR duduk-ruang > duduk-count.

       UJI-RUANG-KOSONG.
            IF DDT-TERISI (duduk-ruang) < DDT-KAP (duduk-ruang)
                MOVE "Y" TO ws-kursi-ada
            ELSE
                ADD 1 TO duduk-ruang
            END-IF.

      *    dengan campur: giliran satu siswa per kelas, ruang diisi
      *    berurutan
       ATUR-DUDUK-CAMPUR.
            MOVE 0 TO putaran-maks.
            PERFORM CARI-PUTARAN-MAKS
                VARYING duduk-idx FROM 1 BY 1
                UNTIL duduk-idx > duduk-count.
            MOVE 1 TO duduk-ruang.
            PERFORM GILIRAN-CAMPUR
                VARYING putaran FROM 1 BY 1
                UNTIL putaran > putaran-maks.

       CARI-PUTARAN-MAKS.
            IF DDT-JUMLAH (duduk-idx) > putaran-maks
                MOVE DDT-JUMLAH (duduk-idx) TO putaran-maks
            END-IF.

       GILIRAN-CAMPUR.
            PERFORM AMBIL-GILIRAN-KELAS
                VARYING duduk-idx FROM 1 BY 1
                UNTIL duduk-idx > duduk-count.

       AMBIL-GILIRAN-KELAS.
            IF putaran <= DDT-JUMLAH (duduk-idx)
                COMPUTE antri-idx = DDT-MULAI (duduk-idx) + putaran
                                  - 1
                PERFORM CARI-KURSI-KOSONG
                IF duduk-ruang <= duduk-count
                    PERFORM TEMPATKAN-SISWA
                END-IF
            END-IF.

      *    siswa antri-idx duduk di ruang baris duduk-ruang
       TEMPATKAN-SISWA.
            ADD 1 TO DDT-TERISI (duduk-ruang).
            MOVE DDT-TERISI (duduk-ruang) TO ANT-KURSI (antri-idx).
            ADD 1 TO peserta-count.
            MOVE ANT-SISWA (antri-idx) TO siswa-idx.
            MOVE ANT-DUDUK (antri-idx) TO duduk-kelas.
            MOVE duduk-tgl  TO PD-TGL.
            MOVE duduk-sesi TO PD-SESI.
            MOVE UJT-RUANG (DDT-UJIAN (duduk-ruang)) TO PD-RUANG.
            MOVE DDT-TERISI (duduk-ruang) TO PD-KURSI.
            MOVE SWT-KELAS (siswa-idx) TO PD-KELAS.
            MOVE SWT-NIS (siswa-idx)   TO PD-NIS.
            MOVE SWT-NAMA (siswa-idx)  TO PD-NAMA.
            MOVE UJT-MAPEL (DDT-UJIAN (duduk-kelas)) TO PD-MAPEL.
            WRITE PRE-DUDUK-REC.

       LAPOR-TANPA-KURSI.
            IF ANT-KURSI (antri-idx) = 0
                ADD 1 TO tanpa-kursi
                MOVE ANT-SISWA (antri-idx) TO siswa-idx
                DISPLAY "Tanpa kursi: ", duduk-tgl, " sesi ",
                        duduk-sesi, " ", SWT-NIS (siswa-idx), " ",
                        SWT-NAMA (siswa-idx), " ",
                        SWT-KELAS (siswa-idx)
            END-IF.

      *-----------------------
      * daftar hadir per ruang per duduk dan kartu meja, urut
      * tanggal + sesi + ruang + kursi
      *-----------------------
       CETAK-HADIR-MEJA.
            SORT SORT-DUDUK
                ON ASCENDING KEY SD-TGL SD-SESI SD-RUANG SD-KURSI
                USING PRE-DUDUK
                GIVING SORTED-DUDUK.
            OPEN OUTPUT HADIR-FILE.
            OPEN OUTPUT MEJA-FILE.
            MOVE SPACES TO ws-kunci-lalu.
            MOVE 0 TO ruang-peserta.
            OPEN INPUT SORTED-DUDUK.
            MOVE "N" TO ws-eof.
            PERFORM BACA-HADIR-MEJA UNTIL ws-eof = "Y".
            CLOSE SORTED-DUDUK.
            IF ws-kunci-lalu NOT = SPACES
                PERFORM TUTUP-DAFTAR-HADIR
            END-IF.
            IF tanpa-kursi > 0
                MOVE SPACES TO HADIR-RECORD
                STRING "PERHATIAN: " tanpa-kursi " siswa belum "
                       "mendapat kursi; daftar ini belum lengkap"
                    DELIMITED BY SIZE INTO HADIR-RECORD
                PERFORM TULIS-HADIR
            END-IF.
            CLOSE HADIR-FILE.
            CLOSE MEJA-FILE.

       BACA-HADIR-MEJA.
            READ SORTED-DUDUK
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO ws-kunci-kini
                    STRING SO-TGL SO-SESI SO-RUANG
                        DELIMITED BY SIZE INTO ws-kunci-kini
                    IF ws-kunci-kini NOT = ws-kunci-lalu
                        IF ws-kunci-lalu NOT = SPACES
                            PERFORM TUTUP-DAFTAR-HADIR
                        END-IF
                        MOVE ws-kunci-kini TO ws-kunci-lalu
                        PERFORM BUKA-DAFTAR-HADIR
                    END-IF
                    ADD 1 TO ruang-peserta
                    MOVE SO-KURSI TO HL-KURSI
                    MOVE SO-NIS   TO HL-NIS
                    MOVE SO-NAMA  TO HL-NAMA
                    MOVE SO-KELAS TO HL-KELAS
                    MOVE SO-MAPEL TO HL-MAPEL
                    MOVE HADIR-LINE TO HADIR-RECORD
                    PERFORM TULIS-HADIR
                    PERFORM CETAK-KARTU-MEJA
            END-READ.

       BUKA-DAFTAR-HADIR.
            MOVE 0 TO ruang-peserta.
            MOVE SO-RUANG TO ruang-input.
            PERFORM CARI-RUANG.
            MOVE SPACES TO ws-nama-ruang.
            IF ruang-hit > 0
                MOVE RGT-NAMA (ruang-hit) TO ws-nama-ruang
            END-IF.
            MOVE SPACES TO HADIR-RECORD.
            STRING "=== DAFTAR HADIR " jenis-input " "
                   DELIMITED BY SIZE
                   term-input DELIMITED BY SPACE
                   " ===" DELIMITED BY SIZE INTO HADIR-RECORD.
            PERFORM TULIS-HADIR.
            MOVE SPACES TO HADIR-RECORD.
            STRING "Ruang " SO-RUANG " " ws-nama-ruang "  Tanggal "
                   SO-TGL "  Sesi " SO-SESI
                DELIMITED BY SIZE INTO HADIR-RECORD.
            PERFORM TULIS-HADIR.
            MOVE SPACES TO HADIR-RECORD.
            STRING "KURSI NIS   NAMA                      "
                   "KELAS  MAPEL   TANDA TANGAN"
                DELIMITED BY SIZE INTO HADIR-RECORD.
            PERFORM TULIS-HADIR.

       TUTUP-DAFTAR-HADIR.
            MOVE SPACES TO HADIR-RECORD.
            MOVE ruang-peserta TO ws-tampil-n.
            STRING "Peserta " ws-tampil-n "   Hadir ....   Tidak "
                   "hadir ....   Pengawas ...................."
                DELIMITED BY SIZE INTO HADIR-RECORD.
            PERFORM TULIS-HADIR.
            MOVE SPACES TO HADIR-RECORD.
            PERFORM TULIS-HADIR.

       TULIS-HADIR.
            WRITE HADIR-RECORD.
            IF ws-hd-status NOT = "00"
                DISPLAY "Gagal menulis UJIHADIR.txt, status ",
                        ws-hd-status
                MOVE 1 TO RETURN-CODE
            END-IF.

       CETAK-KARTU-MEJA.
            MOVE "+------------------------------------------+"
                TO MEJA-RECORD.
            PERFORM TULIS-MEJA.
            MOVE SPACES TO ML-ISI.
            STRING "KARTU MEJA " jenis-input " " DELIMITED BY SIZE
                   term-input DELIMITED BY SPACE INTO ML-ISI.
            PERFORM TULIS-BARIS-MEJA.
            MOVE SPACES TO ML-ISI.
            STRING "Ruang " SO-RUANG "   Kursi " SO-KURSI
                DELIMITED BY SIZE INTO ML-ISI.
            PERFORM TULIS-BARIS-MEJA.
            MOVE SPACES TO ML-ISI.
            STRING "NIS " SO-NIS "  " SO-NAMA
                DELIMITED BY SIZE INTO ML-ISI.
            PERFORM TULIS-BARIS-MEJA.
            MOVE SPACES TO ML-ISI.
            STRING "Kelas " SO-KELAS "  " SO-TGL " sesi " SO-SESI
                   "  " SO-MAPEL
                DELIMITED BY SIZE INTO ML-ISI.
            PERFORM TULIS-BARIS-MEJA.
            MOVE "+------------------------------------------+"
                TO MEJA-RECORD.
            PERFORM TULIS-MEJA.

       TULIS-BARIS-MEJA.
            MOVE MEJA-LINE TO MEJA-RECORD.
            PERFORM TULIS-MEJA.

       TULIS-MEJA.
            WRITE MEJA-RECORD.
            IF ws-mj-status NOT = "00"
                DISPLAY "Gagal menulis UJIMEJA.txt, status ",
                        ws-mj-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * jadwal ujian pribadi, urut kelas + NIS lalu tanggal + sesi
      *-----------------------
       CETAK-KARTU-UJIAN.
            SORT SORT-DUDUK
                ON ASCENDING KEY SD-KELAS SD-NIS SD-TGL SD-SESI
                USING PRE-DUDUK
                GIVING SORTED-DUDUK.
            OPEN OUTPUT KARTU-FILE.
            MOVE SPACES TO ws-kunci-lalu.
            OPEN INPUT SORTED-DUDUK.
            MOVE "N" TO ws-eof.
            PERFORM BACA-KARTU-UJIAN UNTIL ws-eof = "Y".
            CLOSE SORTED-DUDUK.
            CLOSE KARTU-FILE.

       BACA-KARTU-UJIAN.
            READ SORTED-DUDUK
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO ws-kunci-kini
                    STRING SO-KELAS SO-NIS
                        DELIMITED BY SIZE INTO ws-kunci-kini
                    IF ws-kunci-kini NOT = ws-kunci-lalu
                        MOVE ws-kunci-kini TO ws-kunci-lalu
                        PERFORM BUKA-KARTU-UJIAN
                    END-IF
                    MOVE SO-TGL   TO KU-TGL
                    MOVE SO-SESI  TO KU-SESI
                    MOVE SO-MAPEL TO KU-MAPEL
                    MOVE SO-MAPEL TO mapel-input
                    PERFORM CARI-NAMA-MAPEL
                    MOVE ws-nama-mapel TO KU-NAMA
                    MOVE SO-RUANG TO KU-RUANG
                    MOVE SO-KURSI TO KU-KURSI
                    MOVE KARTU-LINE TO KARTU-RECORD
                    PERFORM TULIS-KARTU
            END-READ.

       BUKA-KARTU-UJIAN.
            MOVE SPACES TO KARTU-RECORD.
            PERFORM TULIS-KARTU.
            MOVE SPACES TO KARTU-RECORD.
            STRING "=== JADWAL UJIAN " jenis-input " "
                   DELIMITED BY SIZE
                   term-input DELIMITED BY SPACE
                   " - " SO-NIS " " SO-NAMA " kelas " SO-KELAS
                   " ===" DELIMITED BY SIZE INTO KARTU-RECORD.
            PERFORM TULIS-KARTU.
            MOVE SPACES TO KARTU-RECORD.
            STRING "  TANGGAL  SESI MAPEL  NAMA MAPEL           "
                   "RUANG  KURSI"
                DELIMITED BY SIZE INTO KARTU-RECORD.
            PERFORM TULIS-KARTU.

       TULIS-KARTU.
            WRITE KARTU-RECORD.
            IF ws-kt-status NOT = "00"
                DISPLAY "Gagal menulis UJIKARTU.txt, status ",
                        ws-kt-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * muat berkas
      *-----------------------
       MUAT-SEMUA.
            PERFORM MUAT-UJIAN.
            PERFORM MUAT-RUANG.
            PERFORM MUAT-MAPEL.
            PERFORM MUAT-KELAS.

       CARI-RUANG.
            MOVE 0 TO ruang-hit.
            PERFORM BANDING-RUANG
                VARYING ruang-idx FROM 1 BY 1
                UNTIL ruang-idx > ruang-count.

       BANDING-RUANG.
            IF RGT-KODE (ruang-idx) = ruang-input
                MOVE ruang-idx TO ruang-hit
            END-IF.

       BANDING-MAPEL.
            IF MPT-KODE (mapel-idx) = mapel-input
                MOVE mapel-idx TO mapel-hit
            END-IF.

       CARI-NAMA-MAPEL.
            MOVE 0 TO mapel-hit.
            PERFORM BANDING-MAPEL
                VARYING mapel-idx FROM 1 BY 1
                UNTIL mapel-idx > mapel-count.
            IF mapel-hit = 0
                MOVE SPACES TO ws-nama-mapel
            ELSE
                MOVE MPT-NAMA (mapel-hit) TO ws-nama-mapel
            END-IF.

       BANDING-KELAS.
            IF KLT-KODE (kelas-idx) = kelas-input
                MOVE kelas-idx TO kelas-hit
            END-IF.

      *    bawaan: tanpa campur, 4 sesi sehari
       MUAT-UJIAN-CFG.
            OPEN INPUT UJIAN-CFG.
            IF ws-uc-status = "00"
                READ UJIAN-CFG
                    AT END CONTINUE
                    NOT AT END
                        IF UC-CAMPUR = "Y" OR UC-CAMPUR = "y"
                            MOVE "Y" TO ws-campur
                        END-IF
                        IF UC-SESI IS NUMERIC AND UC-SESI NOT = "0"
                            MOVE UC-SESI TO sesi-maks
                        END-IF
                END-READ
                CLOSE UJIAN-CFG
            END-IF.

       MUAT-UJIAN.
            MOVE 0 TO ujian-count.
            OPEN INPUT UJIAN-FILE.
            IF ws-uj-status = "00"
                PERFORM AMBIL-BARIS-UJIAN
                    UNTIL ws-uj-status NOT = "00"
                CLOSE UJIAN-FILE
            END-IF.

       AMBIL-BARIS-UJIAN.
            READ UJIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF ujian-count >= 1000
                        DISPLAY "Tabel jadwal ujian penuh, baris ",
                                "dilewati"
                    ELSE
                        ADD 1 TO ujian-count
                        MOVE UJ-TERM  TO UJT-TERM (ujian-count)
                        MOVE UJ-JENIS TO UJT-JENIS (ujian-count)
                        MOVE UJ-TGL   TO UJT-TGL (ujian-count)
                        MOVE UJ-SESI  TO UJT-SESI (ujian-count)
                        MOVE UJ-MAPEL TO UJT-MAPEL (ujian-count)
                        MOVE UJ-KELAS TO UJT-KELAS (ujian-count)
                        MOVE UJ-RUANG TO UJT-RUANG (ujian-count)
                        MOVE UJ-OPER  TO UJT-OPER (ujian-count)
                    END-IF
            END-READ.

       SIMPAN-UJIAN.
            OPEN OUTPUT UJIAN-FILE.
            PERFORM TULIS-BARIS-UJIAN
                VARYING ujian-idx FROM 1 BY 1
                UNTIL ujian-idx > ujian-count.
            IF ws-uj-status NOT = "00"
                DISPLAY "Gagal menyimpan jadwal ujian, status ",
                        ws-uj-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE UJIAN-FILE.

       TULIS-BARIS-UJIAN.
            MOVE SPACES                 TO UJIAN-RECORD.
            MOVE UJT-TERM (ujian-idx)   TO UJ-TERM.
            MOVE UJT-JENIS (ujian-idx)  TO UJ-JENIS.
            MOVE UJT-TGL (ujian-idx)    TO UJ-TGL.
            MOVE UJT-SESI (ujian-idx)   TO UJ-SESI.
            MOVE UJT-MAPEL (ujian-idx)  TO UJ-MAPEL.
            MOVE UJT-KELAS (ujian-idx)  TO UJ-KELAS.
            MOVE UJT-RUANG (ujian-idx)  TO UJ-RUANG.
            MOVE UJT-OPER (ujian-idx)   TO UJ-OPER.
            WRITE UJIAN-RECORD.

       MUAT-RUANG.
            MOVE 0 TO ruang-count.
            OPEN INPUT RUANG-FILE.
            IF ws-ru-status = "00"
                PERFORM AMBIL-BARIS-RUANG
                    UNTIL ws-ru-status NOT = "00"
                CLOSE RUANG-FILE
            END-IF.

       AMBIL-BARIS-RUANG.
            READ RUANG-FILE
                AT END CONTINUE
                NOT AT END
                    IF ruang-count < 100
                        ADD 1 TO ruang-count
                        MOVE RU-KODE TO RGT-KODE (ruang-count)
                        MOVE RU-NAMA TO RGT-NAMA (ruang-count)
                        IF RU-KAPASITAS IS NUMERIC
                            MOVE RU-KAPASITAS TO RGT-KAP (ruang-count)
                        ELSE
                            MOVE 0 TO RGT-KAP (ruang-count)
                        END-IF
                    END-IF
            END-READ.

       SIMPAN-RUANG.
            OPEN OUTPUT RUANG-FILE.
            PERFORM TULIS-BARIS-RUANG
                VARYING ruang-idx FROM 1 BY 1
                UNTIL ruang-idx > ruang-count.
            IF ws-ru-status NOT = "00"
                DISPLAY "Gagal menyimpan RUANG.txt, status ",
                        ws-ru-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE RUANG-FILE.

       TULIS-BARIS-RUANG.
            MOVE SPACES               TO RUANG-RECORD.
            MOVE RGT-KODE (ruang-idx) TO RU-KODE.
            MOVE RGT-NAMA (ruang-idx) TO RU-NAMA.
            MOVE RGT-KAP (ruang-idx)  TO RU-KAPASITAS.
            WRITE RUANG-RECORD.

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
                        MOVE MP-NAMA  TO MPT-NAMA (mapel-count)
                        MOVE MP-AKTIF TO MPT-AKTIF (mapel-count)
                    END-IF
            END-READ.

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
                    IF kelas-count < 100
                        ADD 1 TO kelas-count
                        MOVE KL-KODE TO KLT-KODE (kelas-count)
                    END-IF
            END-READ.

      *    siswa aktif roster saja yang diberi kursi
       MUAT-SISWA.
            MOVE 0 TO siswa-count.
            OPEN INPUT STUDENT.
            IF WS-FS NOT = "00"
                DISPLAY "Roster (DATA.txt) tidak terbuka, status ",
                        WS-FS
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE "N" TO ws-eof
                MOVE 0 TO STUDENT-ID
                START STUDENT KEY IS > STUDENT-ID
                    INVALID KEY MOVE "Y" TO ws-eof
                END-START
                PERFORM AMBIL-SISWA UNTIL ws-eof = "Y"
                CLOSE STUDENT
            END-IF.

       AMBIL-SISWA.
            READ STUDENT NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    IF STU-STATUS = "A"
                        IF siswa-count >= 2000
                            DISPLAY "Tabel siswa penuh (2000), ",
                                    "sisa roster dilewati"
                            MOVE "Y" TO ws-eof
                        ELSE
                            ADD 1 TO siswa-count
                            MOVE STUDENT-ID TO SWT-NIS (siswa-count)
                            MOVE NAME       TO SWT-NAMA (siswa-count)
                            MOVE STU-KELAS  TO SWT-KELAS (siswa-count)
                        END-IF
                    END-IF
            END-READ.

           COPY TERMCEK.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
