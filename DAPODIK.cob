       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAPODIK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SISWASEL.
           COPY KELASSEL.
           COPY MAPELSEL.
           COPY HISTSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY TERMSEL.
           SELECT SISWA-CSV ASSIGN TO "DPDSISWA.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT ROMBEL-CSV ASSIGN TO "DPDROMB.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT NILAI-CSV ASSIGN TO "DPDNILAI.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NC-STATUS.
           SELECT REJECT-FILE ASSIGN TO "DPDREJ.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT KONTROL-FILE ASSIGN TO "DPDKONTR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.
           SELECT PRE-NILAI ASSIGN TO "DPDPRE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-NILAI ASSIGN TO "DPDSRT.tmp".
           SELECT SORTED-NILAI ASSIGN TO "DPDOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SISWAFD.

           COPY KELASFD.

           COPY MAPELFD.

           COPY HISTFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY TERMFD.

       FD SISWA-CSV.
       01 SISWA-CSV-RECORD PIC X(120).

       FD ROMBEL-CSV.
       01 ROMBEL-CSV-RECORD PIC X(120).

       FD NILAI-CSV.
       01 NILAI-CSV-RECORD PIC X(120).

       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(100).

       FD KONTROL-FILE.
       01 KONTROL-RECORD PIC X(100).

      *-----------------------
      * baris NILHIST.txt term yang diekspor, diberi nomor baris
      * lalu diurutkan NIS + mapel + nomor baris: baris terakhir
      * tiap NIS + mapel (koreksi KOREKNIL ditulis belakangan)
      * adalah nilai akhir yang berlaku, sama seperti TRANSKRIP
      *-----------------------
       FD PRE-NILAI.
       01 PRE-NILAI-REC.
           02 PN-NIS   PIC 9(05).
           02 PN-SUBJ  PIC X(06).
           02 PN-BARIS PIC 9(07).
           02 PN-NILAI PIC S999.
           02 PN-HURUF PIC X(01).
           02 PN-JENIS PIC X(01).

       SD SORT-NILAI.
       01 SORT-NILAI-REC.
           02 SN-NIS   PIC 9(05).
           02 SN-SUBJ  PIC X(06).
           02 SN-BARIS PIC 9(07).
           02 SN-NILAI PIC S999.
           02 SN-HURUF PIC X(01).
           02 SN-JENIS PIC X(01).

       FD SORTED-NILAI.
       01 SORTED-NILAI-REC.
           02 SO-NIS   PIC 9(05).
           02 SO-SUBJ  PIC X(06).
           02 SO-BARIS PIC 9(07).
           02 SO-NILAI PIC S999.
           02 SO-HURUF PIC X(01).
           02 SO-JENIS PIC X(01).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-FS         pic X(02).
       77 ws-kl-status  pic X(02).
       77 ws-mp-status  pic X(02).
       77 ws-nh-status  pic X(02).
       77 ws-sc-status  pic X(02).
       77 ws-rc-status  pic X(02).
       77 ws-nc-status  pic X(02).
       77 ws-rej-status pic X(02).
       77 ws-kt-status  pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-srt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       COPY GURUWS.
       77 term-input    pic X(06).
       77 ekspor-term   pic X(06).
       77 ekspor-tahun  pic X(09).
       77 siswa-count   pic 9(04) value 0.
       77 siswa-idx     pic 9(04) comp.
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 kelas-hit     pic 9(03) comp.
       77 mapel-count   pic 9(03) value 0.
       77 mapel-idx     pic 9(03) comp.
       77 mapel-hit     pic 9(03) comp.
       77 punya-count   pic 9(02) value 0.
       77 punya-idx     pic 9(02) comp.
       77 punya-hit     pic 9(02) comp.
       77 baris-nilai   pic 9(07) value 0.
       77 tolak-count   pic 9(05) value 0.
       77 peringatan-count pic 9(05) value 0.
       77 siswa-ok      pic 9(05) value 0.
       77 siswa-tolak   pic 9(05) value 0.
       77 siswa-pasif   pic 9(05) value 0.
       77 rombel-ok     pic 9(05) value 0.
       77 rombel-tolak  pic 9(05) value 0.
       77 nilai-ok      pic 9(05) value 0.
       77 nilai-tolak   pic 9(05) value 0.
       77 tanpa-nilai   pic 9(05) value 0.
       77 lain-tolak    pic 9(05) value 0.
       77 ws-eof        pic X value "N".
       77 ws-srt-eof    pic X value "N".
       77 ws-nilai-habis pic X value "N".
           88 nilai-habis value "Y".
       77 ws-baris-sah  pic X value "Y".
           88 baris-sah value "Y".
       77 ws-kode-tolak pic X(03).
       77 ws-alasan     pic X(40).
       77 ws-tolak-nis  pic 9(05).
       77 ws-tolak-kelas pic X(06).
       77 ws-tolak-subj pic X(06).
       77 ws-koma-n     pic 9(03) comp.
       77 ws-wali       pic X(15).
       77 ws-wali-nama  pic X(25).
       77 ws-teks       pic X(40).
       77 ws-teks-awal  pic 9(02) comp.
       77 ws-teks-akhir pic 9(02) comp.
       77 ws-teks-n     pic 9(02) comp.
       77 csv-ptr       pic 9(03) comp.
       77 ws-angka      pic ZZZZ9.
       77 ws-nilai-ed   pic -ZZ9.
       77 ws-tampil     pic ZZZZ9.

      *    roster lengkap (semua status) urut NIS, dari pembacaan
      *    berkunci; SWT-SAH N = siswa aktif yang datanya ditolak
       01 SISWA-TABEL.
           05 SISWA-ENTRY OCCURS 5000 TIMES.
               10 SWT-NIS    PIC 9(05).
               10 SWT-NAMA   PIC X(25).
               10 SWT-KELAS  PIC X(06).
               10 SWT-STATUS PIC X(01).
               10 SWT-KONTAK PIC X(20).
               10 SWT-SAH    PIC X(01).
               10 SWT-KLIDX  PIC 9(03) COMP.

      *    kelas master berikut hitungan kontrolnya
       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 100 TIMES.
               10 KLT-KODE    PIC X(06).
               10 KLT-NAMA    PIC X(15).
               10 KLT-TINGKAT PIC X(02).
               10 KLT-WALI    PIC X(15).
               10 KLT-SAH     PIC X(01).
               10 KLT-AKTIF   PIC 9(05).
               10 KLT-SISWA   PIC 9(05).
               10 KLT-STOLAK  PIC 9(05).
               10 KLT-ROMBEL  PIC 9(05).
               10 KLT-NILAI   PIC 9(05).
               10 KLT-NTOLAK  PIC 9(05).
               10 KLT-KOSONG  PIC 9(05).

       01 MAPEL-TABEL.
           05 MAPEL-ENTRY OCCURS 50 TIMES.
               10 MPT-KODE  PIC X(06).
               10 MPT-NAMA  PIC X(20).
               10 MPT-AKTIF PIC X(01).

      *    mapel yang sudah bernilai untuk siswa yang sedang diproses
       01 PUNYA-TABEL.
           05 PYT-SUBJ PIC X(06) OCCURS 60 TIMES.

      *    nilai akhir yang sedang diproses (baris terakhir per kunci)
       01 NILAI-AKHIR.
           02 NA-NIS   PIC 9(05).
           02 NA-SUBJ  PIC X(06).
           02 NA-NILAI PIC S999.
           02 NA-HURUF PIC X(01).
           02 NA-JENIS PIC X(01).

       01 REJECT-LINE.
           02 RJ-KODE   PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RJ-NIS    PIC X(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RJ-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RJ-SUBJ   PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RJ-ALASAN PIC X(40).
           02 FILLER    PIC X(36) VALUE SPACES.

       01 KONTROL-LINE.
           02 KC-KELAS  PIC X(07).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KC-AKTIF  PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-SISWA  PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-STOLAK PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-ROMBEL PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-NILAI  PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-NTOLAK PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 KC-KOSONG PIC ZZZZ9.
           02 FILLER    PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * EKSPOR DAPODIK / E-RAPOR - berkas unggah semesteran:
      * peserta didik aktif (DPDSISWA.csv), anggota rombel per
      * kelas (DPDROMB.csv) dan nilai akhir per mapel satu term
      * (DPDNILAI.csv) dari roster, KELAS.txt, MAPEL.txt dan
      * NILHIST.txt (koreksi KOREKNIL ikut).  Setiap baris diuji
      * dulu; yang tidak lolos (isian wajib kosong, kelas tidak
      * terdaftar, mapel tidak aktif, nilai rusak, siswa tanpa
      * nilai mapel kelasnya di AJAR.txt) dicatat di DPDREJ.txt dan
      * tidak ikut diunggah.  Hitungan kontrol per kelas di
      * DPDKONTR.txt dicocokkan dengan jumlah yang diterima situs
      * unggah.  Ada penolakan: RC 1.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "DAPODIK" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM MUAT-TERM-MASTER.
            PERFORM MINTA-TERM.
            IF ekspor-term NOT = SPACES
                PERFORM MUAT-KELAS
                PERFORM MUAT-MAPEL
                PERFORM MUAT-GURU-AJAR
                PERFORM MUAT-SISWA
                OPEN OUTPUT REJECT-FILE
                MOVE SPACES TO REJECT-RECORD
                STRING "=== PENOLAKAN EKSPOR DAPODIK term "
                           DELIMITED BY SIZE
                       ekspor-term DELIMITED BY SPACE
                       " " ekspor-tahun " - " WS-TGL-USAHA " ==="
                           DELIMITED BY SIZE
                    INTO REJECT-RECORD
                PERFORM TULIS-REJECT
                MOVE "KOD NIS   KELAS  MAPEL  ALASAN" TO REJECT-RECORD
                PERFORM TULIS-REJECT
                PERFORM UJI-KELAS
                    VARYING kelas-idx FROM 1 BY 1
                    UNTIL kelas-idx > kelas-count
                PERFORM EKSPOR-SISWA
                PERFORM EKSPOR-ROMBEL
                PERFORM EKSPOR-NILAI
                IF tolak-count = 0
                    MOVE "(tidak ada penolakan)" TO REJECT-RECORD
                    PERFORM TULIS-REJECT
                END-IF
                CLOSE REJECT-FILE
                PERFORM CETAK-KONTROL
                IF tolak-count > 0
                    DISPLAY tolak-count, " penolakan, lihat ",
                            "DPDREJ.txt"
                    MOVE 1 TO RETURN-CODE
                END-IF
            END-IF.
            MOVE "DAPODIK" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *    term kosong = term yang memuat tanggal usaha; tanpa
      *    TERM.txt kode term wajib diisi
       MINTA-TERM.
            MOVE SPACES TO ekspor-term.
            MOVE SPACES TO ekspor-tahun.
            DISPLAY "Term yang diekspor (kosong = term berjalan) : ".
            ACCEPT term-input.
            EVALUATE TRUE
                WHEN WS-TM-MASTER NOT = "Y"
                    IF term-input = SPACES
                        DISPLAY "TERM.txt belum ada, kode term ",
                                "wajib diisi"
                        MOVE 1 TO RETURN-CODE
                    ELSE
                        MOVE term-input TO ekspor-term
                    END-IF
                WHEN term-input = SPACES
                    MOVE WS-TGL-USAHA TO WS-TM-TGL
                    PERFORM CARI-TERM-TANGGAL
                    IF WS-TM-ADA = "Y"
                        MOVE WS-TM-KODE  TO ekspor-term
                        MOVE WS-TM-TAHUN TO ekspor-tahun
                    ELSE
                        DISPLAY "Tanggal usaha ", WS-TGL-USAHA,
                                " di luar semua term TERM.txt"
                        MOVE 1 TO RETURN-CODE
                    END-IF
                WHEN OTHER
                    MOVE term-input TO WS-TM-KODE
                    PERFORM CARI-TERM-MASTER
                    IF WS-TM-ADA = "Y"
                        MOVE term-input  TO ekspor-term
                        MOVE WS-TM-TAHUN TO ekspor-tahun
                    ELSE
                        DISPLAY "Term ", term-input, " tidak ada di ",
                                "TERM.txt"
                        MOVE 1 TO RETURN-CODE
                    END-IF
            END-EVALUATE.

      *-----------------------
      * ROMBEL - kelas tanpa nama, tingkat tidak sah atau tanpa
      * wali ditolak; anggotanya tetap ikut peserta didik
      *-----------------------
       UJI-KELAS.
            MOVE "Y" TO KLT-SAH (kelas-idx).
            MOVE SPACES TO ws-tolak-subj.
            MOVE 0 TO ws-tolak-nis.
            MOVE KLT-KODE (kelas-idx) TO ws-tolak-kelas.
            MOVE 0 TO ws-koma-n.
            INSPECT KLT-NAMA (kelas-idx)
                TALLYING ws-koma-n FOR ALL ",".
            INSPECT KLT-WALI (kelas-idx)
                TALLYING ws-koma-n FOR ALL ",".
            EVALUATE TRUE
                WHEN KLT-NAMA (kelas-idx) = SPACES
                    MOVE "R01" TO ws-kode-tolak
                    MOVE "nama kelas kosong" TO ws-alasan
                WHEN KLT-TINGKAT (kelas-idx) NOT NUMERIC OR
                     KLT-TINGKAT (kelas-idx) = "00"
                    MOVE "R02" TO ws-kode-tolak
                    MOVE "tingkat kelas tidak sah" TO ws-alasan
                WHEN KLT-WALI (kelas-idx) = SPACES
                    MOVE "R03" TO ws-kode-tolak
                    MOVE "wali kelas kosong" TO ws-alasan
                WHEN ws-koma-n > 0
                    MOVE "R04" TO ws-kode-tolak
                    MOVE "nama kelas / wali mengandung koma"
                        TO ws-alasan
                WHEN OTHER
                    MOVE SPACES TO ws-kode-tolak
            END-EVALUATE.
            IF ws-kode-tolak NOT = SPACES
                MOVE "N" TO KLT-SAH (kelas-idx)
                ADD 1 TO rombel-tolak
                PERFORM TULIS-PENOLAKAN
            END-IF.

      *-----------------------
      * PESERTA DIDIK - siswa aktif roster; nama dan kelas wajib,
      * kelas harus ada di KELAS.txt, isian tidak boleh memuat
      * koma pemisah kolom
      *-----------------------
       EKSPOR-SISWA.
            OPEN OUTPUT SISWA-CSV.
            MOVE "NIS,NAMA,KELAS,STATUS,KONTAK" TO SISWA-CSV-RECORD.
            WRITE SISWA-CSV-RECORD.
            PERFORM UJI-SATU-SISWA
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count.
            CLOSE SISWA-CSV.

       UJI-SATU-SISWA.
            MOVE 0 TO SWT-KLIDX (siswa-idx).
            MOVE SWT-KELAS (siswa-idx) TO ws-tolak-kelas.
            PERFORM CARI-KELAS.
            MOVE kelas-hit TO SWT-KLIDX (siswa-idx).
            IF SWT-STATUS (siswa-idx) NOT = "A"
                MOVE "N" TO SWT-SAH (siswa-idx)
                ADD 1 TO siswa-pasif
            ELSE
                IF kelas-hit > 0
                    ADD 1 TO KLT-AKTIF (kelas-hit)
                END-IF
                MOVE 0 TO ws-koma-n
                INSPECT SWT-KONTAK (siswa-idx)
                    TALLYING ws-koma-n FOR ALL ","
                INSPECT SWT-NAMA (siswa-idx)
                    TALLYING ws-koma-n FOR ALL ","
                EVALUATE TRUE
                    WHEN SWT-NAMA (siswa-idx) = SPACES
                        MOVE "S01" TO ws-kode-tolak
                        MOVE "nama siswa kosong" TO ws-alasan
                    WHEN SWT-KELAS (siswa-idx) = SPACES
                        MOVE "S02" TO ws-kode-tolak
                        MOVE "kelas siswa kosong" TO ws-alasan
                    WHEN kelas-hit = 0
                        MOVE "S03" TO ws-kode-tolak
                        MOVE "kelas tidak ada di KELAS.txt"
                            TO ws-alasan
                    WHEN ws-koma-n > 0
                        MOVE "S04" TO ws-kode-tolak
                        MOVE "nama / kontak mengandung koma"
                            TO ws-alasan
                    WHEN OTHER
                        MOVE SPACES TO ws-kode-tolak
                END-EVALUATE
                IF ws-kode-tolak = SPACES
                    MOVE "Y" TO SWT-SAH (siswa-idx)
                    ADD 1 TO siswa-ok
                    ADD 1 TO KLT-SISWA (kelas-hit)
                    PERFORM TULIS-CSV-SISWA
                    IF SWT-KONTAK (siswa-idx) = SPACES
                        MOVE "P01" TO ws-kode-tolak
                        MOVE "kontak kosong (tetap diekspor)"
                            TO ws-alasan
                        MOVE SWT-NIS (siswa-idx) TO ws-tolak-nis
                        MOVE SPACES TO ws-tolak-subj
                        ADD 1 TO peringatan-count
                        PERFORM TULIS-BARIS-TOLAK
                    END-IF
                ELSE
                    MOVE "N" TO SWT-SAH (siswa-idx)
                    ADD 1 TO siswa-tolak
                    IF kelas-hit > 0
                        ADD 1 TO KLT-STOLAK (kelas-hit)
                    ELSE
                        ADD 1 TO lain-tolak
                    END-IF
                    MOVE SWT-NIS (siswa-idx) TO ws-tolak-nis
                    MOVE SPACES TO ws-tolak-subj
                    PERFORM TULIS-PENOLAKAN
                END-IF
            END-IF.

       TULIS-CSV-SISWA.
            MOVE SPACES TO SISWA-CSV-RECORD.
            MOVE 1 TO csv-ptr.
            MOVE SWT-NIS (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-SISWA.
            MOVE SWT-NAMA (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-SISWA.
            MOVE SWT-KELAS (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-SISWA.
            MOVE SWT-STATUS (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-SISWA.
            MOVE SWT-KONTAK (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-SISWA.
            WRITE SISWA-CSV-RECORD.
            IF ws-sc-status NOT = "00"
                DISPLAY "Gagal menulis DPDSISWA.csv, status ",
                        ws-sc-status
                MOVE 1 TO RETURN-CODE
            END-IF.

       TAMBAH-KOLOM-SISWA.
            PERFORM RAPIKAN-TEKS.
            IF csv-ptr > 1
                STRING "," DELIMITED BY SIZE
                    INTO SISWA-CSV-RECORD WITH POINTER csv-ptr
            END-IF.
            IF ws-teks-n > 0
                STRING ws-teks (ws-teks-awal:ws-teks-n)
                    DELIMITED BY SIZE
                    INTO SISWA-CSV-RECORD WITH POINTER csv-ptr
            END-IF.

      *-----------------------
      * ANGGOTA ROMBEL - satu baris per siswa sah per kelas sah,
      * urut kelas master
      *-----------------------
       EKSPOR-ROMBEL.
            OPEN OUTPUT ROMBEL-CSV.
            MOVE "KODE_KELAS,NAMA_ROMBEL,TINGKAT,WALI_KELAS,NIS,NAMA"
                TO ROMBEL-CSV-RECORD.
            WRITE ROMBEL-CSV-RECORD.
            PERFORM EKSPOR-SATU-ROMBEL
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            CLOSE ROMBEL-CSV.

       EKSPOR-SATU-ROMBEL.
            IF KLT-SAH (kelas-idx) = "Y"
                PERFORM CARI-WALI
                PERFORM TULIS-ANGGOTA-ROMBEL
                    VARYING siswa-idx FROM 1 BY 1
                    UNTIL siswa-idx > siswa-count
            END-IF.

       TULIS-ANGGOTA-ROMBEL.
            IF SWT-SAH (siswa-idx) = "Y" AND
               SWT-KLIDX (siswa-idx) = kelas-idx
                ADD 1 TO KLT-ROMBEL (kelas-idx)
                MOVE SPACES TO ROMBEL-CSV-RECORD
                MOVE 1 TO csv-ptr
                MOVE KLT-KODE (kelas-idx) TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                MOVE KLT-NAMA (kelas-idx) TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                MOVE KLT-TINGKAT (kelas-idx) TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                MOVE ws-wali-nama TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                MOVE SWT-NIS (siswa-idx) TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                MOVE SWT-NAMA (siswa-idx) TO ws-teks
                PERFORM TAMBAH-KOLOM-ROMBEL
                WRITE ROMBEL-CSV-RECORD
                IF ws-rc-status NOT = "00"
                    DISPLAY "Gagal menulis DPDROMB.csv, status ",
                            ws-rc-status
                    MOVE 1 TO RETURN-CODE
                END-IF
            END-IF.

       TAMBAH-KOLOM-ROMBEL.
            PERFORM RAPIKAN-TEKS.
            IF csv-ptr > 1
                STRING "," DELIMITED BY SIZE
                    INTO ROMBEL-CSV-RECORD WITH POINTER csv-ptr
            END-IF.
            IF ws-teks-n > 0
                STRING ws-teks (ws-teks-awal:ws-teks-n)
                    DELIMITED BY SIZE
                    INTO ROMBEL-CSV-RECORD WITH POINTER csv-ptr
            END-IF.

      *    wali di KELAS.txt berisi kode guru (namanya dari
      *    GURU.txt) atau langsung nama wali
       CARI-WALI.
            MOVE KLT-WALI (kelas-idx) TO ws-wali.
            MOVE ws-wali TO ws-wali-nama.
            PERFORM BANDING-GURU-WALI
                VARYING WS-GA-IDX FROM 1 BY 1
                UNTIL WS-GA-IDX > WS-GA-GURU-N.

       BANDING-GURU-WALI.
            IF WS-GAG-ID (WS-GA-IDX) = ws-wali
                MOVE WS-GAG-NAMA (WS-GA-IDX) TO ws-wali-nama
            END-IF.

      *-----------------------
      * NILAI AKHIR - baris term ini dari NILHIST.txt diurutkan,
      * lalu dicocokkan berurutan dengan roster (keduanya urut
      * NIS).  NIS di riwayat yang tidak ada / tidak aktif di
      * roster, mapel tidak terdaftar / tidak aktif dan nilai di
      * luar 0-100 ditolak; siswa sah yang belum punya nilai untuk
      * mapel kelasnya menurut AJAR.txt (tanpa penugasan: belum
      * punya nilai sama sekali) dicatat N05.
      *-----------------------
       EKSPOR-NILAI.
            MOVE 0 TO baris-nilai.
            OPEN OUTPUT PRE-NILAI.
            OPEN INPUT HIST-FILE.
            IF ws-nh-status = "00"
                PERFORM AMBIL-BARIS-RIWAYAT
                    UNTIL ws-nh-status NOT = "00"
                CLOSE HIST-FILE
            END-IF.
            CLOSE PRE-NILAI.
            SORT SORT-NILAI
                ON ASCENDING KEY SN-NIS SN-SUBJ SN-BARIS
                USING PRE-NILAI
                GIVING SORTED-NILAI.
            OPEN OUTPUT NILAI-CSV.
            MOVE SPACES TO NILAI-CSV-RECORD.
            STRING "TERM,TAHUN_AJARAN,NIS,KELAS,KODE_MAPEL,"
                   "NAMA_MAPEL,NILAI,PREDIKAT"
                DELIMITED BY SIZE INTO NILAI-CSV-RECORD.
            WRITE NILAI-CSV-RECORD.
            OPEN INPUT SORTED-NILAI.
            MOVE "N" TO ws-srt-eof.
            MOVE "N" TO ws-nilai-habis.
            PERFORM BACA-SORTED-NILAI.
            PERFORM AMBIL-NILAI-AKHIR.
            PERFORM COCOKKAN-SISWA-NILAI
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count.
            PERFORM TOLAK-NIS-ASING UNTIL nilai-habis.
            CLOSE SORTED-NILAI.
            CLOSE NILAI-CSV.

       AMBIL-BARIS-RIWAYAT.
            READ HIST-FILE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO baris-nilai
                    IF NH-TERM = ekspor-term
                        MOVE NH-NIS     TO PN-NIS
                        MOVE NH-SUBJ    TO PN-SUBJ
                        MOVE baris-nilai TO PN-BARIS
                        MOVE NH-NILAI   TO PN-NILAI
                        MOVE NH-HURUF   TO PN-HURUF
                        MOVE NH-JENIS   TO PN-JENIS
                        WRITE PRE-NILAI-REC
                    END-IF
            END-READ.

       BACA-SORTED-NILAI.
            READ SORTED-NILAI
                AT END MOVE "Y" TO ws-srt-eof
            END-READ.

      *    NILAI-AKHIR diisi baris terakhir kunci NIS + mapel yang
      *    sedang di depan; nilai-habis bila urutan sudah tamat
       AMBIL-NILAI-AKHIR.
            IF ws-srt-eof = "Y"
                MOVE "Y" TO ws-nilai-habis
            ELSE
                PERFORM SALIN-NILAI-AKHIR
                PERFORM BACA-SORTED-NILAI
                PERFORM LEWATI-NILAI-LAMA
                    UNTIL ws-srt-eof = "Y" OR SO-NIS NOT = NA-NIS
                       OR SO-SUBJ NOT = NA-SUBJ
            END-IF.

       LEWATI-NILAI-LAMA.
            PERFORM SALIN-NILAI-AKHIR.
            PERFORM BACA-SORTED-NILAI.

       SALIN-NILAI-AKHIR.
            MOVE SO-NIS   TO NA-NIS.
            MOVE SO-SUBJ  TO NA-SUBJ.
            MOVE SO-NILAI TO NA-NILAI.
            MOVE SO-HURUF TO NA-HURUF.
            MOVE SO-JENIS TO NA-JENIS.

       COCOKKAN-SISWA-NILAI.
            PERFORM TOLAK-NIS-ASING
                UNTIL nilai-habis OR NA-NIS >= SWT-NIS (siswa-idx).
            MOVE 0 TO punya-count.
            PERFORM PROSES-NILAI-SISWA
                UNTIL nilai-habis OR NA-NIS NOT = SWT-NIS (siswa-idx).
            IF SWT-SAH (siswa-idx) = "Y"
                PERFORM PERIKSA-NILAI-KOSONG
            END-IF.

      *    NIS riwayat yang tidak ada di roster
       TOLAK-NIS-ASING.
            MOVE "N01" TO ws-kode-tolak.
            MOVE "NIS tidak ada di roster" TO ws-alasan.
            MOVE SPACES TO ws-tolak-kelas.
            PERFORM TOLAK-NILAI.
            ADD 1 TO lain-tolak.
            PERFORM AMBIL-NILAI-AKHIR.

       PROSES-NILAI-SISWA.
            IF punya-count < 60
                ADD 1 TO punya-count
                MOVE NA-SUBJ TO PYT-SUBJ (punya-count)
            END-IF.
            MOVE SWT-KELAS (siswa-idx) TO ws-tolak-kelas.
            MOVE 0 TO mapel-hit.
            PERFORM BANDING-MAPEL
                VARYING mapel-idx FROM 1 BY 1
                UNTIL mapel-idx > mapel-count.
            EVALUATE TRUE
                WHEN SWT-STATUS (siswa-idx) NOT = "A"
                    MOVE "N01" TO ws-kode-tolak
                    MOVE "siswa tidak aktif di roster" TO ws-alasan
                WHEN SWT-SAH (siswa-idx) NOT = "Y"
                    MOVE "N06" TO ws-kode-tolak
                    MOVE "data siswa ditolak (lihat baris S..)"
                        TO ws-alasan
                WHEN mapel-hit = 0
                    MOVE "N02" TO ws-kode-tolak
                    MOVE "mapel tidak ada di MAPEL.txt" TO ws-alasan
                WHEN MPT-AKTIF (mapel-hit) NOT = "A"
                    MOVE "N03" TO ws-kode-tolak
                    MOVE "mapel tidak aktif" TO ws-alasan
                WHEN NA-NILAI < 0 OR NA-NILAI > 100 OR
                     NA-HURUF = SPACE
                    MOVE "N04" TO ws-kode-tolak
                    MOVE "nilai akhir / huruf tidak sah" TO ws-alasan
                WHEN OTHER
                    MOVE SPACES TO ws-kode-tolak
            END-EVALUATE.
            IF ws-kode-tolak = SPACES
                PERFORM TULIS-CSV-NILAI
            ELSE
                PERFORM TOLAK-NILAI
                IF SWT-KLIDX (siswa-idx) > 0
                    ADD 1 TO KLT-NTOLAK (SWT-KLIDX (siswa-idx))
                ELSE
                    ADD 1 TO lain-tolak
                END-IF
            END-IF.
            PERFORM AMBIL-NILAI-AKHIR.

       BANDING-MAPEL.
            IF MPT-KODE (mapel-idx) = NA-SUBJ
                MOVE mapel-idx TO mapel-hit
            END-IF.

       TOLAK-NILAI.
            MOVE NA-NIS  TO ws-tolak-nis.
            MOVE NA-SUBJ TO ws-tolak-subj.
            ADD 1 TO nilai-tolak.
            PERFORM TULIS-PENOLAKAN.

       TULIS-CSV-NILAI.
            ADD 1 TO nilai-ok.
            ADD 1 TO KLT-NILAI (SWT-KLIDX (siswa-idx)).
            MOVE SPACES TO NILAI-CSV-RECORD.
            MOVE 1 TO csv-ptr.
            MOVE ekspor-term TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE ekspor-tahun TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE NA-NIS TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE SWT-KELAS (siswa-idx) TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE NA-SUBJ TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE MPT-NAMA (mapel-hit) TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE NA-NILAI TO ws-nilai-ed.
            MOVE ws-nilai-ed TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            MOVE NA-HURUF TO ws-teks.
            PERFORM TAMBAH-KOLOM-NILAI.
            WRITE NILAI-CSV-RECORD.
            IF ws-nc-status NOT = "00"
                DISPLAY "Gagal menulis DPDNILAI.csv, status ",
                        ws-nc-status
                MOVE 1 TO RETURN-CODE
            END-IF.

       TAMBAH-KOLOM-NILAI.
            PERFORM RAPIKAN-TEKS.
            IF csv-ptr > 1
                STRING "," DELIMITED BY SIZE
                    INTO NILAI-CSV-RECORD WITH POINTER csv-ptr
            END-IF.
            IF ws-teks-n > 0
                STRING ws-teks (ws-teks-awal:ws-teks-n)
                    DELIMITED BY SIZE
                    INTO NILAI-CSV-RECORD WITH POINTER csv-ptr
            END-IF.

      *    mapel kelas siswa (AJAR.txt) yang tidak bernilai term ini
       PERIKSA-NILAI-KOSONG.
            MOVE SWT-KELAS (siswa-idx) TO ws-tolak-kelas.
            MOVE SWT-NIS (siswa-idx) TO ws-tolak-nis.
            MOVE 0 TO kelas-hit.
            PERFORM UJI-MAPEL-KELAS
                VARYING WS-GA-IDX FROM 1 BY 1
                UNTIL WS-GA-IDX > WS-GA-AJAR-N.
            IF kelas-hit = 0 AND punya-count = 0
                MOVE "N05" TO ws-kode-tolak
                MOVE "siswa belum punya nilai term ini" TO ws-alasan
                MOVE SPACES TO ws-tolak-subj
                PERFORM CATAT-NILAI-KOSONG
            END-IF.

      *    kelas-hit dipakai sebagai penanda "kelas punya penugasan"
       UJI-MAPEL-KELAS.
            IF WS-GAA-KELAS (WS-GA-IDX) = SWT-KELAS (siswa-idx)
                MOVE 1 TO kelas-hit
                MOVE 0 TO punya-hit
                PERFORM BANDING-PUNYA
                    VARYING punya-idx FROM 1 BY 1
                    UNTIL punya-idx > punya-count
                IF punya-hit = 0
                    MOVE "N05" TO ws-kode-tolak
                    MOVE "belum ada nilai mapel kelas ini"
                        TO ws-alasan
                    MOVE WS-GAA-MAPEL (WS-GA-IDX) TO ws-tolak-subj
                    PERFORM CATAT-NILAI-KOSONG
                END-IF
            END-IF.

       BANDING-PUNYA.
            IF PYT-SUBJ (punya-idx) = WS-GAA-MAPEL (WS-GA-IDX)
                MOVE punya-idx TO punya-hit
            END-IF.

       CATAT-NILAI-KOSONG.
            ADD 1 TO tanpa-nilai.
            ADD 1 TO KLT-KOSONG (SWT-KLIDX (siswa-idx)).
            PERFORM TULIS-PENOLAKAN.

      *-----------------------
      * baris penolakan; ws-kode-tolak + ws-alasan + kunci
      * ws-tolak-nis / ws-tolak-kelas / ws-tolak-subj
      *-----------------------
       TULIS-PENOLAKAN.
            ADD 1 TO tolak-count.
            PERFORM TULIS-BARIS-TOLAK.

      *    baris peringatan (P..) ditulis tanpa dihitung penolakan
       TULIS-BARIS-TOLAK.
            MOVE ws-kode-tolak TO RJ-KODE.
            IF ws-tolak-nis = 0
                MOVE SPACES TO RJ-NIS
            ELSE
                MOVE ws-tolak-nis TO RJ-NIS
            END-IF.
            MOVE ws-tolak-kelas TO RJ-KELAS.
            MOVE ws-tolak-subj  TO RJ-SUBJ.
            MOVE ws-alasan      TO RJ-ALASAN.
            MOVE REJECT-LINE TO REJECT-RECORD.
            PERFORM TULIS-REJECT.

       TULIS-REJECT.
            WRITE REJECT-RECORD.
            IF ws-rej-status NOT = "00"
                DISPLAY "Gagal menulis DPDREJ.txt, status ",
                        ws-rej-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *    ws-teks tanpa spasi depan / belakang:
      *    ws-teks (ws-teks-awal:ws-teks-n), ws-teks-n 0 bila kosong
       RAPIKAN-TEKS.
            MOVE 0 TO ws-teks-n.
            MOVE 1 TO ws-teks-awal.
            PERFORM MAJU-TEKS-AWAL
                UNTIL ws-teks-awal > 40 OR
                      ws-teks (ws-teks-awal:1) NOT = SPACE.
            IF ws-teks-awal <= 40
                MOVE 40 TO ws-teks-akhir
                PERFORM MUNDUR-TEKS-AKHIR
                    UNTIL ws-teks (ws-teks-akhir:1) NOT = SPACE
                COMPUTE ws-teks-n = ws-teks-akhir - ws-teks-awal + 1
            END-IF.

       MAJU-TEKS-AWAL.
            ADD 1 TO ws-teks-awal.

       MUNDUR-TEKS-AKHIR.
            SUBTRACT 1 FROM ws-teks-akhir.

      *-----------------------
      * HITUNGAN KONTROL per kelas: siswa aktif, peserta didik
      * diekspor / ditolak, anggota rombel diekspor, nilai
      * diekspor / ditolak, mapel tanpa nilai
      *-----------------------
       CETAK-KONTROL.
            OPEN OUTPUT KONTROL-FILE.
            MOVE SPACES TO KONTROL-RECORD.
            STRING "=== KONTROL EKSPOR DAPODIK term "
                       DELIMITED BY SIZE
                   ekspor-term DELIMITED BY SPACE
                   " " ekspor-tahun " - " WS-TGL-USAHA " ==="
                       DELIMITED BY SIZE
                INTO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            MOVE SPACES TO KONTROL-RECORD.
            STRING "KELAS    AKTIF  SISWA  TOLAK ROMBEL  NILAI  "
                   "TOLAK KOSONG"
                DELIMITED BY SIZE INTO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            PERFORM CETAK-KONTROL-KELAS
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF lain-tolak > 0
                MOVE lain-tolak TO ws-tampil
                MOVE SPACES TO KONTROL-RECORD
                STRING "(lain)   ditolak tanpa kelas terdaftar: "
                       ws-tampil
                    DELIMITED BY SIZE INTO KONTROL-RECORD
                PERFORM TULIS-KONTROL
            END-IF.
            MOVE SPACES TO KONTROL-LINE.
            MOVE "TOTAL" TO KC-KELAS.
            COMPUTE KC-AKTIF = siswa-ok + siswa-tolak.
            MOVE siswa-ok    TO KC-SISWA.
            MOVE siswa-tolak TO KC-STOLAK.
            MOVE 0 TO rombel-ok.
            PERFORM JUMLAH-ROMBEL
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            MOVE rombel-ok   TO KC-ROMBEL.
            MOVE nilai-ok    TO KC-NILAI.
            MOVE nilai-tolak TO KC-NTOLAK.
            MOVE tanpa-nilai TO KC-KOSONG.
            MOVE KONTROL-LINE TO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            MOVE SPACES TO KONTROL-RECORD.
            STRING "Baris berkas: DPDSISWA.csv " siswa-ok
                   ", DPDROMB.csv " rombel-ok ", DPDNILAI.csv "
                   nilai-ok " (tanpa baris judul)"
                DELIMITED BY SIZE INTO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            MOVE SPACES TO KONTROL-RECORD.
            STRING "Penolakan " tolak-count " baris (DPDREJ.txt), "
                   rombel-tolak " kelas ditolak, " siswa-pasif
                   " siswa tidak aktif dilewati"
                DELIMITED BY SIZE INTO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            MOVE SPACES TO KONTROL-RECORD.
            STRING "Peringatan " peringatan-count " baris (P.., "
                   "tetap diekspor)"
                DELIMITED BY SIZE INTO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.
            CLOSE KONTROL-FILE.

       CETAK-KONTROL-KELAS.
            MOVE SPACES TO KONTROL-LINE.
            MOVE KLT-KODE (kelas-idx)   TO KC-KELAS.
            IF KLT-SAH (kelas-idx) NOT = "Y"
                MOVE "*" TO KC-KELAS (7:1)
            END-IF.
            MOVE KLT-AKTIF (kelas-idx)  TO KC-AKTIF.
            MOVE KLT-SISWA (kelas-idx)  TO KC-SISWA.
            MOVE KLT-STOLAK (kelas-idx) TO KC-STOLAK.
            MOVE KLT-ROMBEL (kelas-idx) TO KC-ROMBEL.
            MOVE KLT-NILAI (kelas-idx)  TO KC-NILAI.
            MOVE KLT-NTOLAK (kelas-idx) TO KC-NTOLAK.
            MOVE KLT-KOSONG (kelas-idx) TO KC-KOSONG.
            MOVE KONTROL-LINE TO KONTROL-RECORD.
            PERFORM TULIS-KONTROL.

       JUMLAH-ROMBEL.
            ADD KLT-ROMBEL (kelas-idx) TO rombel-ok.

       TULIS-KONTROL.
            WRITE KONTROL-RECORD.
            IF ws-kt-status NOT = "00"
                DISPLAY "Gagal menulis DPDKONTR.txt, status ",
                        ws-kt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY KONTROL-RECORD.

      *-----------------------
      * muat berkas master
      *-----------------------
       CARI-KELAS.
            MOVE 0 TO kelas-hit.
            PERFORM BANDING-KELAS
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.

       BANDING-KELAS.
            IF KLT-KODE (kelas-idx) = ws-tolak-kelas
                MOVE kelas-idx TO kelas-hit
            END-IF.

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
                        MOVE KL-KODE    TO KLT-KODE (kelas-count)
                        MOVE KL-NAMA    TO KLT-NAMA (kelas-count)
                        MOVE KL-TINGKAT TO KLT-TINGKAT (kelas-count)
                        MOVE KL-WALI    TO KLT-WALI (kelas-count)
                        MOVE 0 TO KLT-AKTIF (kelas-count)
                        MOVE 0 TO KLT-SISWA (kelas-count)
                        MOVE 0 TO KLT-STOLAK (kelas-count)
                        MOVE 0 TO KLT-ROMBEL (kelas-count)
                        MOVE 0 TO KLT-NILAI (kelas-count)
                        MOVE 0 TO KLT-NTOLAK (kelas-count)
                        MOVE 0 TO KLT-KOSONG (kelas-count)
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
                        MOVE MP-NAMA  TO MPT-NAMA (mapel-count)
                        MOVE MP-AKTIF TO MPT-AKTIF (mapel-count)
                    END-IF
            END-READ.

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
                    IF siswa-count >= 5000
                        DISPLAY "Tabel siswa penuh (5000), sisa ",
                                "roster dilewati"
                        MOVE 1 TO RETURN-CODE
                        MOVE "Y" TO ws-eof
                    ELSE
                        ADD 1 TO siswa-count
                        MOVE STUDENT-ID TO SWT-NIS (siswa-count)
                        MOVE NAME       TO SWT-NAMA (siswa-count)
                        MOVE STU-KELAS  TO SWT-KELAS (siswa-count)
                        MOVE STU-STATUS TO SWT-STATUS (siswa-count)
                        MOVE STU-KONTAK TO SWT-KONTAK (siswa-count)
                        MOVE "N"        TO SWT-SAH (siswa-count)
                    END-IF
            END-READ.

           COPY GURUCARI.

           COPY TERMCEK.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
