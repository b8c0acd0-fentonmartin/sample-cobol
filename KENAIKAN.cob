       IDENTIFICATION DIVISION.
       PROGRAM-ID. KENAIKAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SISWASEL.
           COPY HISTSEL.
           COPY ABSENSEL.
           COPY TERMSEL.
           COPY NAIKSEL.
           SELECT CFG-FILE ASSIGN TO "NILAICFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT ATURAN-FILE ASSIGN TO "NAIKCFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT NAIK-LOG ASSIGN TO "NAIKLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NL-STATUS.
           SELECT LEMBAR-REPORT ASSIGN TO "NAIKLBR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-NILAI ASSIGN TO "NKNSRT.tmp".
           SELECT SORTED-NILAI ASSIGN TO "NKNOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT SORT-NAIK ASSIGN TO "NKPSRT.tmp".
           SELECT SORTED-NAIK ASSIGN TO "NKPOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNK-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SISWAFD.

           COPY HISTFD.

           COPY ABSENFD.

           COPY TERMFD.

           COPY NAIKFD.

       FD CFG-FILE.
       01 CFG-RECORD.
           02 CFG-LULUS PIC X(03).
           02 FILLER    PIC X.
           02 CFG-B-TGS PIC X(02).
           02 FILLER    PIC X.
           02 CFG-B-UTS PIC X(02).
           02 FILLER    PIC X.
           02 CFG-B-UAS PIC X(02).
           02 FILLER    PIC X.
           02 CFG-REMED PIC X(02).

      *-----------------------
      * aturan kenaikan sekolah, satu baris "060 02 085":
      *   rata-rata tahun minimum, mapel gagal maksimum, persen
      *   hadir minimum.  Berkas hilang / kolom tidak sah = bawaan
      *   (rata minimum = ambang lulus NILAICFG, gagal 2, hadir 85)
      *-----------------------
       FD ATURAN-FILE.
       01 ATURAN-RECORD.
           02 AT-RATA   PIC X(03).
           02 FILLER    PIC X.
           02 AT-GAGAL  PIC X(02).
           02 FILLER    PIC X.
           02 AT-HADIR  PIC X(03).

      *-----------------------
      * log keputusan kenaikan, hanya ditambah.  NL-JENIS H = hasil
      * hitungan (NL-DARI usulan, NL-KE keputusan yang berlaku),
      * U = diubah kepala sekolah (NL-DARI keputusan lama, NL-KE
      * keputusan baru, NL-ALASAN alasannya)
      *-----------------------
       FD NAIK-LOG.
       01 NAIK-LOG-RECORD.
           02 NL-TGL     PIC 9(08).
           02 FILLER     PIC X.
           02 NL-TAHUN   PIC X(09).
           02 FILLER     PIC X.
           02 NL-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 NL-KELAS   PIC X(06).
           02 FILLER     PIC X.
           02 NL-JENIS   PIC X(01).
           02 FILLER     PIC X.
           02 NL-DARI    PIC X(01).
           02 FILLER     PIC X.
           02 NL-KE      PIC X(01).
           02 FILLER     PIC X.
           02 NL-RATA    PIC 9(03)V99.
           02 FILLER     PIC X.
           02 NL-GAGAL   PIC 9(02).
           02 FILLER     PIC X.
           02 NL-HADIR   PIC 9(03).
           02 FILLER     PIC X.
           02 NL-ALASAN  PIC X(30).
           02 FILLER     PIC X.
           02 NL-OPER    PIC 9(04).

       FD LEMBAR-REPORT.
       01 LEMBAR-RECORD PIC X(110).

      *-----------------------
      * riwayat nilai diurut per NIS, mapel, term dan tanggal;
      * baris bertanggal sama tetap urut berkas (koreksi di
      * belakang)
      *-----------------------
       SD SORT-NILAI.
       01 SORT-NILAI-REC.
           02 SN-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SN-SUBJ    PIC X(06).
           02 FILLER     PIC X.
           02 SN-TGL     PIC 9(08).
           02 FILLER     PIC X.
           02 SN-TERM    PIC X(06).
           02 SN-ISI     PIC X(28).

       FD SORTED-NILAI.
       01 SORTED-NILAI-REC.
           02 SO-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SO-SUBJ    PIC X(06).
           02 FILLER     PIC X.
           02 SO-TGL     PIC 9(08).
           02 FILLER     PIC X.
           02 SO-TERM    PIC X(06).
           02 FILLER     PIC X(13).
           02 SO-NILAI   PIC S999.
           02 FILLER     PIC X(12).

      *    lembar keputusan diurut per kelas untuk dicetak
       SD SORT-NAIK.
       01 SORT-NAIK-REC.
           02 SK-TAHUN   PIC X(09).
           02 FILLER     PIC X.
           02 SK-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SK-KELAS   PIC X(06).
           02 SK-ISI     PIC X(62).

       FD SORTED-NAIK.
       01 SORTED-NAIK-REC.
           02 SR-TAHUN   PIC X(09).
           02 FILLER     PIC X.
           02 SR-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SR-KELAS   PIC X(06).
           02 FILLER     PIC X.
           02 SR-RATA    PIC 9(03)V99.
           02 FILLER     PIC X.
           02 SR-MAPEL   PIC 9(02).
           02 FILLER     PIC X.
           02 SR-GAGAL   PIC 9(02).
           02 FILLER     PIC X.
           02 SR-HADIR   PIC 9(03).
           02 FILLER     PIC X.
           02 SR-HARI    PIC 9(03).
           02 FILLER     PIC X.
           02 SR-USUL    PIC X(01).
           02 FILLER     PIC X.
           02 SR-PUTUS   PIC X(01).
           02 FILLER     PIC X.
           02 SR-UBAH    PIC X(01).
           02 FILLER     PIC X.
           02 SR-ALASAN  PIC X(30).
           02 FILLER     PIC X.
           02 SR-OPER    PIC 9(04).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-FS         pic X(02).
       77 ws-nh-status  pic X(02).
       77 ws-ab-status  pic X(02).
       77 ws-nk-status  pic X(02).
       77 ws-cfg-status pic X(02).
       77 ws-at-status  pic X(02).
       77 ws-nl-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-srt-status pic X(02).
       77 ws-snk-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       COPY TAMBAH.
       77 mode-input    pic X(01).
           88 mode-hitung  value "H", "h".
           88 mode-lembar  value "L", "l".
           88 mode-ubah    value "U", "u".
       77 tahun-input   pic X(09).
       77 nis-input     pic 9(05) value 0.
       77 putus-input   pic X(01).
       77 alasan-input  pic X(30).
       77 ws-eof        pic X value "N".
       77 ambang-lulus  pic 9(03) value 40.
       77 min-rata      pic 9(03) value 0.
       77 maks-gagal    pic 9(02) value 2.
       77 min-hadir     pic 9(03) value 85.
       77 tahun-kini    pic X(09) value spaces.
       77 term-mulai    pic 9(08) value 0.
       77 thn-awal      pic 9(08) value 0.
       77 thn-akhir     pic 9(08) value 0.
       77 thn-term-n    pic 9(03) value 0.
       77 di-tahun      pic X(01).
       77 siswa-count   pic 9(04) value 0.
       77 siswa-idx     pic 9(04) comp.
       77 siswa-hit     pic 9(04) comp.
       77 cari-nis      pic 9(05).
       77 lama-count    pic 9(04) value 0.
       77 lama-idx      pic 9(04) comp.
       77 lama-hit      pic 9(04) comp.
       77 lama-tahun    pic X(09) value spaces.
       77 cur-nis       pic 9(05) value 0.
       77 cur-subj      pic X(06) value spaces.
       77 cur-term      pic X(06) value spaces.
       77 g-ada         pic X(01) value "N".
       77 g-nilai       pic S9(03).
       77 mapel-jumlah  pic S9(05).
       77 mapel-n       pic 9(02).
       77 mapel-rata    pic S9(03)V99.
       77 siswa-rata    pic S9(03)V99.
       77 siswa-hadir   pic 9(03).
       77 langgar-n     pic 9(01).
       77 alasan-ptr    pic 9(03) comp.
       77 alasan-kerja  pic X(30).
       77 usul-kerja    pic X(01).
       77 naik-n        pic 9(04) value 0.
       77 tinggal-n     pic 9(04) value 0.
       77 rujuk-n       pic 9(04) value 0.
       77 ubah-n        pic 9(04) value 0.
       77 kelas-naik    pic 9(03) value 0.
       77 kelas-tinggal pic 9(03) value 0.
       77 kelas-rujuk   pic 9(03) value 0.
       77 ws-kelas-lalu pic X(06).
       77 ed-3          pic ZZ9.
       77 ed-2          pic Z9.
       77 ed-rata       pic ZZ9.99.
       77 ubah-ada      pic X(01).
       77 ubah-idx      pic 9(04) comp.
       77 lama-putus    pic X(01).
       77 lama-usul     pic X(01).
       77 lama-kelas    pic X(06).
       77 lama-rata     pic 9(03)V99.
       77 lama-gagal    pic 9(02).
       77 lama-hadir    pic 9(03).
       77 lama-alasan   pic X(30).
       77 kata-putus    pic X(07).
       77 log-jenis     pic X(01).
       77 log-dari      pic X(01).

      *-----------------------
      * siswa aktif roster (urut NIS) dan hitungan tahun ajarannya
      *-----------------------
       01 SISWA-TABEL.
           05 SISWA-ENTRY OCCURS 2000 TIMES.
               10 SW-NIS    PIC 9(05).
               10 SW-KELAS  PIC X(06).
               10 SW-JUMLAH PIC S9(05)V99.
               10 SW-MAPEL  PIC 9(02).
               10 SW-GAGAL  PIC 9(02).
               10 SW-HARI   PIC 9(03).
               10 SW-HADIR  PIC 9(03).

      *    lembar keputusan yang sudah ada (satu baris per siswa)
       01 LAMA-TABEL.
           05 LAMA-ENTRY OCCURS 2000 TIMES.
               10 LT-REC    PIC X(84).

      *    satu baris LAMA-TABEL yang sedang diperiksa (layout
      *    NAIKFD)
       01 LEMBAR-LAMA.
           02 LM-TAHUN   PIC X(09).
           02 FILLER     PIC X.
           02 LM-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 LM-KELAS   PIC X(06).
           02 FILLER     PIC X(23).
           02 LM-PUTUS   PIC X(01).
           02 FILLER     PIC X.
           02 LM-UBAH    PIC X(01).
           02 FILLER     PIC X.
           02 LM-ALASAN  PIC X(30).
           02 FILLER     PIC X.
           02 LM-OPER    PIC 9(04).

       01 LEMBAR-HEADER-LINE.
           02 FILLER   PIC X(36)
               VALUE "=== LEMBAR KEPUTUSAN KENAIKAN KELAS".
           02 FILLER   PIC X(15) VALUE "  tahun ajaran ".
           02 LH-TAHUN PIC X(09).
           02 FILLER   PIC X(10) VALUE "  dicetak ".
           02 LH-TGL   PIC 9(08).
           02 FILLER   PIC X(32) VALUE SPACES.

       01 LEMBAR-ATURAN-LINE.
           02 FILLER   PIC X(17) VALUE "Aturan: rata-rata".
           02 LA-RATA  PIC ZZZ9.
           02 FILLER   PIC X(18) VALUE " ke atas, gagal <=".
           02 LA-GAGAL PIC ZZZ9.
           02 FILLER   PIC X(14) VALUE " mapel, hadir ".
           02 LA-HADIR PIC ZZ9.
           02 FILLER   PIC X(10) VALUE "% ke atas;".
           02 FILLER   PIC X(41)
               VALUE " 1 tak terpenuhi = rujuk, 2+ = tinggal".

       01 LEMBAR-KOLOM-LINE.
           02 FILLER PIC X(33) VALUE " NIS   NAMA".
           02 FILLER PIC X(34)
               VALUE "  RATA MAPEL GAGAL HADIR  USUL    ".
           02 FILLER PIC X(18) VALUE "PUTUS     ALASAN".

       01 LEMBAR-DETAIL-LINE.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 LD-NIS    PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 LD-NAMA   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 LD-RATA   PIC ZZ9.99.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-MAPEL  PIC Z9.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 LD-GAGAL  PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-HADIR  PIC X(04).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-USUL   PIC X(07).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 LD-PUTUS  PIC X(07).
           02 LD-UBAH   PIC X(01).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 LD-ALASAN PIC X(30).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * KELAYAKAN KENAIKAN KELAS - sebelum rollover NAIKKLS:
      *   H: hitung kelayakan tiap siswa aktif satu tahun ajaran
      *      (rata-rata tahun dan mapel gagal dari NILHIST, persen
      *      hadir dari ABSEN) menurut aturan NAIKCFG.txt, tulis
      *      lembar keputusan NAIKPUT.txt dan cetak NAIKLBR.txt
      *   L: cetak ulang lembar keputusan
      *   U: kepala sekolah (peran manajer) mengubah keputusan
      *      satu siswa dengan alasan
      * setiap keputusan dan perubahan dicatat di NAIKLOG.txt;
      * NAIKKLS hanya menaikkan siswa berkeputusan N
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "KENAIKAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== KELAYAKAN KENAIKAN KELAS ===".
            DISPLAY "Mode (H)itung kelayakan / (L)embar keputusan / ",
                    "(U)bah keputusan : ".
            ACCEPT mode-input.
            PERFORM MUAT-ATURAN.
            EVALUATE TRUE
                WHEN mode-hitung  PERFORM HITUNG-KELAYAKAN
                WHEN mode-lembar  PERFORM CETAK-LEMBAR
                WHEN mode-ubah    PERFORM UBAH-KEPUTUSAN
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
                    MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            MOVE "KENAIKAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       MUAT-ATURAN.
            OPEN INPUT CFG-FILE.
            IF ws-cfg-status = "00"
                READ CFG-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF CFG-LULUS IS NUMERIC
                            MOVE CFG-LULUS TO ambang-lulus
                        END-IF
                END-READ
                CLOSE CFG-FILE
            END-IF.
            MOVE ambang-lulus TO min-rata.
            OPEN INPUT ATURAN-FILE.
            IF ws-at-status = "00"
                READ ATURAN-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF AT-RATA IS NUMERIC
                            MOVE AT-RATA TO min-rata
                        END-IF
                        IF AT-GAGAL IS NUMERIC
                            MOVE AT-GAGAL TO maks-gagal
                        END-IF
                        IF AT-HADIR IS NUMERIC AND AT-HADIR <= "100"
                            MOVE AT-HADIR TO min-hadir
                        END-IF
                END-READ
                CLOSE ATURAN-FILE
            END-IF.

      *-----------------------
      * HITUNG KELAYAKAN - tahun ajaran dari TERM.txt (kosong =
      * tahun term yang memuat tanggal usaha, atau term terakhir
      * yang sudah mulai).  Per mapel: nilai akhir tiap term tahun
      * itu (baris terakhir per term menang, jadi koreksi KOREKNIL
      * ikut), dirata-rata jadi nilai tahun mapel; di bawah ambang
      * lulus = mapel gagal.  Rata-rata tahun = rata-rata nilai
      * tahun semua mapel.  Hadir = baris H / semua baris ABSEN
      * siswa itu dalam rentang tahun s/d tanggal usaha.
      *-----------------------
       HITUNG-KELAYAKAN.
            PERFORM MUAT-TERM-MASTER.
            IF WS-TM-MASTER = "N"
                DISPLAY "Kalender term (TERM.txt) belum ada - isi ",
                        "dulu lewat TERMADM"
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "Tahun ajaran (YYYY/YYYY, kosong = berjalan)"
                        " : "
                ACCEPT tahun-input
                PERFORM TENTUKAN-TAHUN
                IF thn-term-n = 0
                    DISPLAY "Tahun ajaran ", tahun-kini, " tidak ",
                            "punya term di TERM.txt"
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM JALANKAN-KELAYAKAN
                END-IF
            END-IF.

       TENTUKAN-TAHUN.
            MOVE tahun-input TO tahun-kini.
            IF tahun-kini = SPACES
                MOVE WS-TGL-USAHA TO WS-TM-TGL
                PERFORM CARI-TERM-TANGGAL
                IF WS-TM-ADA = "Y"
                    MOVE WS-TM-TAHUN TO tahun-kini
                ELSE
                    MOVE 0 TO term-mulai
                    PERFORM CARI-TAHUN-LALU
                        VARYING WS-TM-IDX FROM 1 BY 1
                        UNTIL WS-TM-IDX > WS-TM-N
                END-IF
            END-IF.
            MOVE 0 TO thn-term-n.
            MOVE 99999999 TO thn-awal.
            MOVE 0 TO thn-akhir.
            PERFORM RENTANG-TAHUN
                VARYING WS-TM-IDX FROM 1 BY 1
                UNTIL WS-TM-IDX > WS-TM-N.
            IF thn-akhir > WS-TGL-USAHA
                MOVE WS-TGL-USAHA TO thn-akhir
            END-IF.

       CARI-TAHUN-LALU.
            IF WS-TMT-MULAI (WS-TM-IDX) <= WS-TGL-USAHA AND
               WS-TMT-MULAI (WS-TM-IDX) > term-mulai
                MOVE WS-TMT-MULAI (WS-TM-IDX) TO term-mulai
                MOVE WS-TMT-TAHUN (WS-TM-IDX) TO tahun-kini
            END-IF.

       RENTANG-TAHUN.
            IF WS-TMT-TAHUN (WS-TM-IDX) = tahun-kini
                ADD 1 TO thn-term-n
                IF WS-TMT-MULAI (WS-TM-IDX) < thn-awal
                    MOVE WS-TMT-MULAI (WS-TM-IDX) TO thn-awal
                END-IF
                IF WS-TMT-AKHIR (WS-TM-IDX) > thn-akhir
                    MOVE WS-TMT-AKHIR (WS-TM-IDX) TO thn-akhir
                END-IF
            END-IF.

      *    di-tahun = "Y" bila term cur-term milik tahun-kini
       UJI-TERM-TAHUN.
            MOVE "N" TO di-tahun.
            MOVE cur-term TO WS-TM-KODE.
            PERFORM CARI-TERM-MASTER.
            IF WS-TM-ADA = "Y" AND WS-TM-TAHUN = tahun-kini
                MOVE "Y" TO di-tahun
            END-IF.

       JALANKAN-KELAYAKAN.
            PERFORM MUAT-SISWA.
            IF siswa-count = 0
                DISPLAY "Tidak ada siswa aktif di roster"
            ELSE
                PERFORM MUAT-LEMBAR-LAMA
                IF lama-count > 0 AND lama-tahun NOT = tahun-kini
                    DISPLAY "Lembar tahun ", lama-tahun, " diganti ",
                            "(riwayatnya tetap di NAIKLOG.txt)"
                    MOVE 0 TO lama-count
                END-IF
                PERFORM REKAP-NILAI
                PERFORM REKAP-HADIR
                PERFORM TULIS-KEPUTUSAN
                DISPLAY "Tahun ajaran ", tahun-kini, ": ", naik-n,
                        " naik, ", tinggal-n, " tinggal, ", rujuk-n,
                        " rujuk (", ubah-n, " keputusan kepala ",
                        "sekolah dipertahankan)"
                PERFORM CETAK-LEMBAR
            END-IF.

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
                            MOVE STUDENT-ID TO SW-NIS (siswa-count)
                            MOVE STU-KELAS  TO SW-KELAS (siswa-count)
                            MOVE 0 TO SW-JUMLAH (siswa-count)
                            MOVE 0 TO SW-MAPEL (siswa-count)
                            MOVE 0 TO SW-GAGAL (siswa-count)
                            MOVE 0 TO SW-HARI (siswa-count)
                            MOVE 0 TO SW-HADIR (siswa-count)
                        END-IF
                    END-IF
            END-READ.

      *    siswa-hit = 0 bila NIS bukan siswa aktif
       CARI-SISWA.
            MOVE 0 TO siswa-hit.
            PERFORM BANDING-SISWA
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count OR siswa-hit > 0.

       BANDING-SISWA.
            IF SW-NIS (siswa-idx) = cari-nis
                MOVE siswa-idx TO siswa-hit
            END-IF.

       MUAT-LEMBAR-LAMA.
            MOVE 0 TO lama-count.
            MOVE SPACES TO lama-tahun.
            OPEN INPUT NAIK-FILE.
            IF ws-nk-status = "00"
                PERFORM AMBIL-LEMBAR-LAMA
                    UNTIL ws-nk-status NOT = "00"
                CLOSE NAIK-FILE
            END-IF.

       AMBIL-LEMBAR-LAMA.
            READ NAIK-FILE
                AT END CONTINUE
                NOT AT END
                    IF lama-count < 2000
                        ADD 1 TO lama-count
                        MOVE NAIK-RECORD TO LT-REC (lama-count)
                        MOVE NK-TAHUN TO lama-tahun
                        IF NK-NIS = nis-input
                            MOVE lama-count TO ubah-idx
                            MOVE "Y"        TO ubah-ada
                            MOVE NK-PUTUS   TO lama-putus
                            MOVE NK-USUL    TO lama-usul
                            MOVE NK-KELAS   TO lama-kelas
                            MOVE NK-RATA    TO lama-rata
                            MOVE NK-GAGAL   TO lama-gagal
                            MOVE NK-HADIR   TO lama-hadir
                            MOVE NK-ALASAN  TO lama-alasan
                        END-IF
                    END-IF
            END-READ.

       REKAP-NILAI.
            OPEN INPUT HIST-FILE.
            IF ws-nh-status NOT = "00"
                DISPLAY "NILHIST.txt belum ada - semua siswa tanpa ",
                        "nilai"
            ELSE
                CLOSE HIST-FILE
                SORT SORT-NILAI
                    ON ASCENDING KEY SN-NIS
                    ON ASCENDING KEY SN-SUBJ
                    ON ASCENDING KEY SN-TERM
                    ON ASCENDING KEY SN-TGL
                    WITH DUPLICATES IN ORDER
                    USING HIST-FILE
                    GIVING SORTED-NILAI
                MOVE 0 TO cur-nis
                MOVE SPACES TO cur-subj
                MOVE SPACES TO cur-term
                MOVE "N" TO g-ada
                MOVE 0 TO mapel-jumlah
                MOVE 0 TO mapel-n
                OPEN INPUT SORTED-NILAI
                PERFORM BACA-NILAI-URUT
                    UNTIL ws-srt-status NOT = "00"
                CLOSE SORTED-NILAI
                PERFORM SELESAI-TERM
                PERFORM SELESAI-MAPEL
            END-IF.

       BACA-NILAI-URUT.
            READ SORTED-NILAI
                AT END CONTINUE
                NOT AT END
                    IF SO-NIS NOT = cur-nis OR SO-SUBJ NOT = cur-subj
                        PERFORM SELESAI-TERM
                        PERFORM SELESAI-MAPEL
                        MOVE SO-NIS  TO cur-nis
                        MOVE SO-SUBJ TO cur-subj
                        MOVE SO-TERM TO cur-term
                    ELSE
                        IF SO-TERM NOT = cur-term
                            PERFORM SELESAI-TERM
                            MOVE SO-TERM TO cur-term
                        END-IF
                    END-IF
                    MOVE SO-NILAI TO g-nilai
                    MOVE "Y" TO g-ada
            END-READ.

      *    nilai akhir satu term masuk ke nilai tahun mapel itu
       SELESAI-TERM.
            IF g-ada = "Y"
                PERFORM UJI-TERM-TAHUN
                IF di-tahun = "Y"
                    ADD g-nilai TO mapel-jumlah
                    ADD 1 TO mapel-n
                END-IF
            END-IF.
            MOVE "N" TO g-ada.

       SELESAI-MAPEL.
            IF mapel-n > 0
                COMPUTE mapel-rata ROUNDED = mapel-jumlah / mapel-n
                MOVE cur-nis TO cari-nis
                PERFORM CARI-SISWA
                IF siswa-hit > 0
                    ADD mapel-rata TO SW-JUMLAH (siswa-hit)
                    ADD 1 TO SW-MAPEL (siswa-hit)
                    IF mapel-rata < ambang-lulus
                        ADD 1 TO SW-GAGAL (siswa-hit)
                    END-IF
                END-IF
            END-IF.
            MOVE 0 TO mapel-jumlah.
            MOVE 0 TO mapel-n.

       REKAP-HADIR.
            OPEN INPUT ABSEN-FILE.
            IF ws-ab-status NOT = "00"
                DISPLAY "ABSEN.txt belum ada - kehadiran tidak ",
                        "dinilai"
            ELSE
                PERFORM HITUNG-HADIR UNTIL ws-ab-status NOT = "00"
                CLOSE ABSEN-FILE
            END-IF.

       HITUNG-HADIR.
            READ ABSEN-FILE
                AT END CONTINUE
                NOT AT END
                    IF AB-DATE >= thn-awal AND AB-DATE <= thn-akhir
                        MOVE AB-NIS TO cari-nis
                        PERFORM CARI-SISWA
                        IF siswa-hit > 0
                            ADD 1 TO SW-HARI (siswa-hit)
                            IF AB-STATUS = "H"
                                ADD 1 TO SW-HADIR (siswa-hit)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * usulan: semua aturan terpenuhi = N (naik), satu tidak = R
      * (rujuk ke rapat tinjauan), dua atau lebih = T (tinggal
      * kelas); siswa tanpa nilai tahun itu dirujuk.  Keputusan
      * yang sudah diubah kepala sekolah tahun ini dipertahankan.
      *-----------------------
       TULIS-KEPUTUSAN.
            MOVE 0 TO naik-n.
            MOVE 0 TO tinggal-n.
            MOVE 0 TO rujuk-n.
            MOVE 0 TO ubah-n.
            OPEN EXTEND NAIK-LOG.
            IF ws-nl-status = "35"
                OPEN OUTPUT NAIK-LOG
            END-IF.
            OPEN OUTPUT NAIK-FILE.
            PERFORM PUTUSKAN-SISWA
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count.
            CLOSE NAIK-FILE.
            CLOSE NAIK-LOG.

       PUTUSKAN-SISWA.
            MOVE SPACES TO NAIK-RECORD.
            MOVE tahun-kini           TO NK-TAHUN.
            MOVE SW-NIS (siswa-idx)   TO NK-NIS.
            MOVE SW-KELAS (siswa-idx) TO NK-KELAS.
            MOVE SW-MAPEL (siswa-idx) TO NK-MAPEL.
            MOVE SW-GAGAL (siswa-idx) TO NK-GAGAL.
            MOVE SW-HARI (siswa-idx)  TO NK-HARI.
            MOVE 0 TO siswa-rata.
            IF SW-MAPEL (siswa-idx) > 0
                COMPUTE siswa-rata ROUNDED =
                    SW-JUMLAH (siswa-idx) / SW-MAPEL (siswa-idx)
            END-IF.
            MOVE siswa-rata TO NK-RATA.
            MOVE 0 TO siswa-hadir.
            IF SW-HARI (siswa-idx) > 0
                COMPUTE siswa-hadir ROUNDED =
                    SW-HADIR (siswa-idx) * 100 / SW-HARI (siswa-idx)
            END-IF.
            MOVE siswa-hadir TO NK-HADIR.
            PERFORM HITUNG-USULAN.
            MOVE usul-kerja   TO NK-USUL.
            MOVE usul-kerja   TO NK-PUTUS.
            MOVE "N"          TO NK-UBAH.
            MOVE alasan-kerja TO NK-ALASAN.
            MOVE WS-SESI-ID   TO NK-OPER.
            PERFORM PAKAI-UBAHAN-LAMA.
            WRITE NAIK-RECORD.
            EVALUATE NK-PUTUS
                WHEN "N" ADD 1 TO naik-n
                WHEN "T" ADD 1 TO tinggal-n
                WHEN OTHER ADD 1 TO rujuk-n
            END-EVALUATE.
            MOVE "H"      TO log-jenis.
            MOVE NK-USUL  TO log-dari.
            PERFORM CATAT-LOG-NAIK.

       HITUNG-USULAN.
            MOVE 0 TO langgar-n.
            MOVE SPACES TO alasan-kerja.
            MOVE 1 TO alasan-ptr.
            IF SW-MAPEL (siswa-idx) = 0
                MOVE "R" TO usul-kerja
                MOVE "tidak ada nilai tahun ini" TO alasan-kerja
            ELSE
                IF siswa-rata < min-rata
                    ADD 1 TO langgar-n
                    MOVE min-rata TO ed-3
                    STRING "rata<" ed-3 "; "
                        DELIMITED BY SIZE INTO alasan-kerja
                        WITH POINTER alasan-ptr
                END-IF
                IF SW-GAGAL (siswa-idx) > maks-gagal
                    ADD 1 TO langgar-n
                    MOVE SW-GAGAL (siswa-idx) TO ed-2
                    STRING "gagal " ed-2 "; "
                        DELIMITED BY SIZE INTO alasan-kerja
                        WITH POINTER alasan-ptr
                END-IF
                IF SW-HARI (siswa-idx) > 0 AND siswa-hadir < min-hadir
                    ADD 1 TO langgar-n
                    MOVE siswa-hadir TO ed-3
                    STRING "hadir " ed-3 "%"
                        DELIMITED BY SIZE INTO alasan-kerja
                        WITH POINTER alasan-ptr
                END-IF
                EVALUATE langgar-n
                    WHEN 0 MOVE "N" TO usul-kerja
                    WHEN 1 MOVE "R" TO usul-kerja
                    WHEN OTHER MOVE "T" TO usul-kerja
                END-EVALUATE
            END-IF.

      *    ubahan kepala sekolah atas siswa yang sama tahun ini
      *    tetap berlaku; usulan dan angka tetap diperbarui
       PAKAI-UBAHAN-LAMA.
            MOVE 0 TO lama-hit.
            PERFORM BANDING-LAMA
                VARYING lama-idx FROM 1 BY 1
                UNTIL lama-idx > lama-count OR lama-hit > 0.

       BANDING-LAMA.
            MOVE LT-REC (lama-idx) TO LEMBAR-LAMA.
            IF LM-NIS = NK-NIS
                MOVE lama-idx TO lama-hit
                IF LM-UBAH = "Y"
                    MOVE LM-PUTUS  TO NK-PUTUS
                    MOVE "Y"       TO NK-UBAH
                    MOVE LM-ALASAN TO NK-ALASAN
                    MOVE LM-OPER   TO NK-OPER
                    ADD 1 TO ubah-n
                END-IF
            END-IF.

       CATAT-LOG-NAIK.
            MOVE SPACES       TO NAIK-LOG-RECORD.
            MOVE WS-TGL-USAHA TO NL-TGL.
            MOVE NK-TAHUN     TO NL-TAHUN.
            MOVE NK-NIS       TO NL-NIS.
            MOVE log-jenis    TO NL-JENIS.
            MOVE log-dari     TO NL-DARI.
            MOVE NK-KELAS     TO NL-KELAS.
            MOVE NK-PUTUS     TO NL-KE.
            MOVE NK-RATA      TO NL-RATA.
            MOVE NK-GAGAL     TO NL-GAGAL.
            MOVE NK-HADIR     TO NL-HADIR.
            MOVE NK-ALASAN    TO NL-ALASAN.
            MOVE WS-SESI-ID   TO NL-OPER.
            WRITE NAIK-LOG-RECORD.

      *-----------------------
      * LEMBAR KEPUTUSAN - NAIKPUT.txt per kelas ke NAIKLBR.txt
      * (ditulis ulang utuh); nama dari roster
      *-----------------------
       CETAK-LEMBAR.
            OPEN INPUT NAIK-FILE.
            IF ws-nk-status NOT = "00"
                DISPLAY "Lembar keputusan (NAIKPUT.txt) belum ada - ",
                        "jalankan mode H dulu"
                MOVE 1 TO RETURN-CODE
            ELSE
                CLOSE NAIK-FILE
                SORT SORT-NAIK
                    ON ASCENDING KEY SK-KELAS
                    ON ASCENDING KEY SK-NIS
                    USING NAIK-FILE
                    GIVING SORTED-NAIK
                PERFORM TULIS-LEMBAR
            END-IF.

       TULIS-LEMBAR.
            OPEN OUTPUT LEMBAR-REPORT.
            OPEN INPUT STUDENT.
            MOVE SPACES TO ws-kelas-lalu.
            MOVE 0 TO kelas-naik.
            MOVE 0 TO kelas-tinggal.
            MOVE 0 TO kelas-rujuk.
            MOVE "N" TO ws-eof.
            OPEN INPUT SORTED-NAIK.
            PERFORM CETAK-BARIS-LEMBAR
                UNTIL ws-snk-status NOT = "00".
            CLOSE SORTED-NAIK.
            PERFORM CETAK-TOTAL-KELAS.
            MOVE SPACES TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            MOVE "Keputusan bertanda * telah diubah kepala sekolah."
                TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            MOVE SPACES TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            MOVE "Kepala sekolah : ______________________"
                TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            CLOSE STUDENT.
            CLOSE LEMBAR-REPORT.
            DISPLAY "Lembar keputusan di NAIKLBR.txt".

       CETAK-BARIS-LEMBAR.
            READ SORTED-NAIK
                AT END CONTINUE
                NOT AT END
                    IF ws-eof = "N"
                        PERFORM CETAK-KEPALA-LEMBAR
                        MOVE "Y" TO ws-eof
                    END-IF
                    IF SR-KELAS NOT = ws-kelas-lalu
                        PERFORM CETAK-TOTAL-KELAS
                        MOVE SR-KELAS TO ws-kelas-lalu
                        MOVE SPACES TO LEMBAR-RECORD
                        STRING "--- Kelas " SR-KELAS " ---"
                            DELIMITED BY SIZE INTO LEMBAR-RECORD
                        WRITE LEMBAR-RECORD
                        MOVE LEMBAR-KOLOM-LINE TO LEMBAR-RECORD
                        WRITE LEMBAR-RECORD
                    END-IF
                    PERFORM CETAK-SISWA-LEMBAR
            END-READ.

       CETAK-KEPALA-LEMBAR.
            MOVE SR-TAHUN     TO LH-TAHUN.
            MOVE WS-TGL-USAHA TO LH-TGL.
            MOVE LEMBAR-HEADER-LINE TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            MOVE min-rata   TO LA-RATA.
            MOVE maks-gagal TO LA-GAGAL.
            MOVE min-hadir  TO LA-HADIR.
            MOVE LEMBAR-ATURAN-LINE TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.

       CETAK-SISWA-LEMBAR.
            MOVE SR-NIS TO LD-NIS.
            MOVE "(tidak ada di roster)" TO LD-NAMA.
            MOVE SR-NIS TO STUDENT-ID.
            READ STUDENT
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE NAME TO LD-NAMA
            END-READ.
            MOVE SR-RATA  TO LD-RATA.
            MOVE SR-MAPEL TO LD-MAPEL.
            MOVE SR-GAGAL TO LD-GAGAL.
            IF SR-HARI = 0
                MOVE "   -" TO LD-HADIR
            ELSE
                MOVE SR-HADIR TO ed-3
                MOVE SPACES TO LD-HADIR
                STRING ed-3 "%" DELIMITED BY SIZE INTO LD-HADIR
            END-IF.
            MOVE SR-USUL TO putus-input.
            PERFORM KATA-KEPUTUSAN.
            MOVE kata-putus TO LD-USUL.
            MOVE SR-PUTUS TO putus-input.
            PERFORM KATA-KEPUTUSAN.
            MOVE kata-putus TO LD-PUTUS.
            IF SR-UBAH = "Y"
                MOVE "*" TO LD-UBAH
            ELSE
                MOVE SPACE TO LD-UBAH
            END-IF.
            MOVE SR-ALASAN TO LD-ALASAN.
            MOVE LEMBAR-DETAIL-LINE TO LEMBAR-RECORD.
            WRITE LEMBAR-RECORD.
            EVALUATE SR-PUTUS
                WHEN "N" ADD 1 TO kelas-naik
                WHEN "T" ADD 1 TO kelas-tinggal
                WHEN OTHER ADD 1 TO kelas-rujuk
            END-EVALUATE.

       KATA-KEPUTUSAN.
            EVALUATE putus-input
                WHEN "N" MOVE "NAIK"    TO kata-putus
                WHEN "T" MOVE "TINGGAL" TO kata-putus
                WHEN "R" MOVE "RUJUK"   TO kata-putus
                WHEN OTHER MOVE "?"     TO kata-putus
            END-EVALUATE.

       CETAK-TOTAL-KELAS.
            IF ws-kelas-lalu NOT = SPACES OR kelas-naik > 0 OR
               kelas-tinggal > 0 OR kelas-rujuk > 0
                MOVE SPACES TO LEMBAR-RECORD
                STRING "    naik " kelas-naik "  tinggal "
                       kelas-tinggal "  rujuk " kelas-rujuk
                    DELIMITED BY SIZE INTO LEMBAR-RECORD
                WRITE LEMBAR-RECORD
            END-IF.
            MOVE 0 TO kelas-naik.
            MOVE 0 TO kelas-tinggal.
            MOVE 0 TO kelas-rujuk.

      *-----------------------
      * UBAH KEPUTUSAN - hanya kepala sekolah (peran manajer),
      * alasan wajib; NAIKPUT.txt ditulis ulang dan perubahan
      * dicatat di NAIKLOG.txt
      *-----------------------
       UBAH-KEPUTUSAN.
            IF WS-SESI-ROLE NOT = "M"
                DISPLAY "Mengubah keputusan kenaikan hanya untuk ",
                        "kepala sekolah (manajer)"
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE SPACE TO TAMBAH-DATA
                PERFORM UBAH-SATU UNTIL TIDAK
            END-IF.

       UBAH-SATU.
            DISPLAY "NIS                                     : ".
            ACCEPT nis-input.
            MOVE "N" TO ubah-ada.
            PERFORM MUAT-LEMBAR-LAMA.
            EVALUATE TRUE
                WHEN lama-count = 0
                    DISPLAY "Lembar keputusan (NAIKPUT.txt) belum ",
                            "ada - jalankan mode H dulu"
                    MOVE 1 TO RETURN-CODE
                    MOVE "T" TO TAMBAH-DATA
                WHEN ubah-ada = "N"
                    DISPLAY "NIS ", nis-input, " tidak ada di lembar ",
                            "keputusan ", lama-tahun
                WHEN OTHER
                    PERFORM UBAH-SATU-SISWA
            END-EVALUATE.
            IF NOT TIDAK
                MOVE SPACE TO TAMBAH-DATA
                PERFORM TANYA-LANJUT UNTIL YA OR TIDAK
            END-IF.

       UBAH-SATU-SISWA.
            MOVE lama-rata TO ed-rata.
            MOVE lama-usul TO putus-input.
            PERFORM KATA-KEPUTUSAN.
            DISPLAY "Kelas ", lama-kelas, "  rata ", ed-rata,
                    "  gagal ", lama-gagal, "  hadir ", lama-hadir,
                    "%  usulan ", kata-putus.
            MOVE lama-putus TO putus-input.
            PERFORM KATA-KEPUTUSAN.
            DISPLAY "Keputusan sekarang ", kata-putus, " (",
                    lama-alasan, ")".
            DISPLAY "Keputusan baru N=naik T=tinggal R=rujuk     : ".
            ACCEPT putus-input.
            IF putus-input = "n" MOVE "N" TO putus-input END-IF.
            IF putus-input = "t" MOVE "T" TO putus-input END-IF.
            IF putus-input = "r" MOVE "R" TO putus-input END-IF.
            EVALUATE TRUE
                WHEN putus-input NOT = "N" AND putus-input NOT = "T"
                     AND putus-input NOT = "R"
                    DISPLAY "Keputusan harus N, T atau R"
                WHEN putus-input = lama-putus
                    DISPLAY "Keputusan sama, tidak diubah"
                WHEN OTHER
                    DISPLAY "Alasan (maks 30)                        : "
                    ACCEPT alasan-input
                    IF alasan-input = SPACES
                        DISPLAY "Alasan wajib diisi, keputusan tidak ",
                                "diubah"
                    ELSE
                        PERFORM SIMPAN-UBAHAN
                    END-IF
            END-EVALUATE.

       SIMPAN-UBAHAN.
            OPEN EXTEND NAIK-LOG.
            IF ws-nl-status = "35"
                OPEN OUTPUT NAIK-LOG
            END-IF.
            OPEN OUTPUT NAIK-FILE.
            PERFORM TULIS-ULANG-LEMBAR
                VARYING lama-idx FROM 1 BY 1
                UNTIL lama-idx > lama-count.
            CLOSE NAIK-FILE.
            CLOSE NAIK-LOG.
            PERFORM KATA-KEPUTUSAN.
            DISPLAY "NIS ", nis-input, " sekarang ", kata-putus.

       TULIS-ULANG-LEMBAR.
            MOVE LT-REC (lama-idx) TO NAIK-RECORD.
            IF lama-idx = ubah-idx
                MOVE putus-input  TO NK-PUTUS
                MOVE "Y"          TO NK-UBAH
                MOVE alasan-input TO NK-ALASAN
                MOVE WS-SESI-ID   TO NK-OPER
                MOVE "U"          TO log-jenis
                MOVE lama-putus   TO log-dari
                PERFORM CATAT-LOG-NAIK
            END-IF.
            WRITE NAIK-RECORD.

           COPY TANYALANJUT.

           COPY TERMCEK.
           COPY BDATEGET.
           COPY SESIGET.
           COPY AUDITLOG.
