       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAWAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SISWASEL.
           COPY ABSENSEL.
           COPY HISTSEL.
           COPY TUGASSEL.
           COPY KELASSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY TERMSEL.
           SELECT CFG-FILE ASSIGN TO "NILAICFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.
           SELECT RAWAN-CFG ASSIGN TO "RAWANCFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT SURAT-LOG ASSIGN TO "SURATLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT RAWAN-REPORT ASSIGN TO "RAWAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SURAT-FILE ASSIGN TO "SURATRW.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-STATUS.
           SELECT SORT-NILAI ASSIGN TO "RWNSRT.tmp".
           SELECT SORTED-NILAI ASSIGN TO "RWNOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT PRE-RAWAN ASSIGN TO "RWNPRE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-RAWAN ASSIGN TO "RWNRKS.tmp".
           SELECT SORTED-RAWAN ASSIGN TO "RWNRKO.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKO-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SISWAFD.

           COPY ABSENFD.

           COPY HISTFD.

           COPY TUGASFD.

           COPY KELASFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY TERMFD.

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
      * ambang peringatan dini, satu baris:
      *   hari jendela kehadiran, alpa, absen total, mapel gagal,
      *   turun nilai (poin), tugas telat, skor rawan
      * contoh "028 03 05 02 10 02 02"; berkas hilang atau kolom
      * tidak sah = nilai bawaan
      *-----------------------
       FD RAWAN-CFG.
       01 RAWAN-CFG-RECORD.
           02 RC-HARI   PIC X(03).
           02 FILLER    PIC X.
           02 RC-ALPA   PIC X(02).
           02 FILLER    PIC X.
           02 RC-ABSEN  PIC X(02).
           02 FILLER    PIC X.
           02 RC-GAGAL  PIC X(02).
           02 FILLER    PIC X.
           02 RC-TURUN  PIC X(02).
           02 FILLER    PIC X.
           02 RC-TELAT  PIC X(02).
           02 FILLER    PIC X.
           02 RC-SKOR   PIC X(02).

      *-----------------------
      * catatan surat peringatan yang sudah dibuat; SL-KUNCI adalah
      * kode term (atau tahun bila TERM.txt belum ada), SL-SINYAL
      * sinyal yang disebut di surat itu (A = kehadiran, N = nilai,
      * T = tugas, "-" = tidak)
      *-----------------------
       FD SURAT-LOG.
       01 SURAT-LOG-RECORD.
           02 SL-NIS    PIC 9(05).
           02 FILLER    PIC X.
           02 SL-KUNCI  PIC X(06).
           02 FILLER    PIC X.
           02 SL-TGL    PIC 9(08).
           02 FILLER    PIC X.
           02 SL-SINYAL PIC X(03).
           02 FILLER    PIC X.
           02 SL-SKOR   PIC 9(02).
           02 FILLER    PIC X.
           02 SL-OPER   PIC 9(04).

       FD RAWAN-REPORT.
       01 RAWAN-RECORD PIC X(100).

       FD SURAT-FILE.
       01 SURAT-RECORD PIC X(80).

      *-----------------------
      * riwayat nilai diurut per NIS, mapel dan tanggal; baris yang
      * tanggalnya sama tetap urut berkas (koreksi di belakang)
      *-----------------------
       SD SORT-NILAI.
       01 SORT-NILAI-REC.
           02 SN-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SN-SUBJ    PIC X(06).
           02 FILLER     PIC X.
           02 SN-TGL     PIC 9(08).
           02 SN-ISI     PIC X(35).

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

      *-----------------------
      * satu baris per siswa rawan, lalu diurut per kelas
      *-----------------------
       FD PRE-RAWAN.
       01 PRE-RAWAN-REC.
           02 PR-KELAS   PIC X(06).
           02 PR-NIS     PIC 9(05).
           02 PR-IDX     PIC 9(04).

       SD SORT-RAWAN.
       01 SORT-RAWAN-REC.
           02 RS-KELAS   PIC X(06).
           02 RS-NIS     PIC 9(05).
           02 RS-ISI     PIC X(04).

       FD SORTED-RAWAN.
       01 SORTED-RAWAN-REC.
           02 RO-KELAS   PIC X(06).
           02 RO-NIS     PIC 9(05).
           02 RO-IDX     PIC 9(04).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-FS         pic X(02).
       77 ws-ab-status  pic X(02).
       77 ws-nh-status  pic X(02).
       77 ws-tk-status  pic X(02).
       77 ws-kl-status  pic X(02).
       77 ws-cfg-status pic X(02).
       77 ws-rc-status  pic X(02).
       77 ws-sl-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-sr-status  pic X(02).
       77 ws-srt-status pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-rko-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       COPY GURUWS.
       77 mode-input    pic X(01).
       77 ws-eof        pic X value "N".
       77 ambang-lulus  pic 9(03) value 40.
      *    ambang bawaan; RAWANCFG.txt menimpanya
       77 batas-hari    pic 9(03) value 28.
       77 batas-alpa    pic 9(02) value 3.
       77 batas-absen   pic 9(02) value 5.
       77 batas-gagal   pic 9(02) value 2.
       77 batas-turun   pic 9(02) value 10.
       77 batas-telat   pic 9(02) value 2.
       77 batas-skor    pic 9(02) value 2.
       77 term-kini     pic X(06) value spaces.
       77 term-mulai    pic 9(08) value 0.
       77 kunci-surat   pic X(06).
       77 hari-ini      pic 9(07) value 0.
       77 hari-awal     pic 9(07) value 0.
       77 hu-fungsi     pic X.
       77 hu-tgl        pic 9(08).
       77 hu-n          pic 9(03).
       77 hu-tgl-hasil  pic 9(08).
       77 hu-harinum    pic 9(07).
       77 hu-valid      pic X.
       77 siswa-count   pic 9(04) value 0.
       77 siswa-idx     pic 9(04) comp.
       77 siswa-hit     pic 9(04) comp.
       77 cari-nis      pic 9(05).
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 log-count     pic 9(04) value 0.
       77 log-idx       pic 9(04) comp.
       77 log-sinyal    pic X(03).
       77 sinyal-baru   pic X(01).
       77 cur-nis       pic 9(05) value 0.
       77 cur-subj      pic X(06) value spaces.
       77 g-term        pic X(06).
       77 g-nilai       pic S9(03).
       77 g-lalu-term   pic X(06).
       77 g-lalu        pic S9(03).
       77 g-ada-lalu    pic X(01).
       77 ws-kelas-lalu pic X(06).
       77 ws-wali       pic X(15).
       77 ws-wali-nama  pic X(25).
       77 kelas-rawan   pic 9(03) value 0.
       77 jum-periksa   pic 9(04) value 0.
       77 jum-rawan     pic 9(04) value 0.
       77 jum-baru      pic 9(04) value 0.
       77 jum-sudah     pic 9(04) value 0.
       77 ed-1          pic ZZ9.
       77 ed-2          pic ZZ9.
       77 ed-3          pic ZZ9.
       77 ed-jum        pic ZZZ9.

      *-----------------------
      * siswa aktif roster (urut NIS) dengan hitungan sinyalnya
      *-----------------------
       01 SISWA-TABEL.
           05 SISWA-ENTRY OCCURS 2000 TIMES.
               10 SW-NIS    PIC 9(05).
               10 SW-NAMA   PIC X(25).
               10 SW-KELAS  PIC X(06).
               10 SW-KONTAK PIC X(20).
               10 SW-ALPA   PIC 9(03).
               10 SW-ABSEN  PIC 9(03).
               10 SW-GAGAL  PIC 9(02).
               10 SW-TURUN  PIC 9(02).
               10 SW-TELAT  PIC 9(03).
               10 SW-SKOR   PIC 9(02).
               10 SW-SINYAL PIC X(03).

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 100 TIMES.
               10 KLT-KODE PIC X(06).
               10 KLT-WALI PIC X(15).

      *    surat yang sudah dibuat untuk kunci (term) berjalan
       01 LOG-TABEL.
           05 LOG-ENTRY OCCURS 3000 TIMES.
               10 LT-NIS    PIC 9(05).
               10 LT-SINYAL PIC X(03).

       01 RPT-HEADER-LINE.
           02 FILLER   PIC X(29) VALUE "=== PERINGATAN DINI SISWA s/d".
           02 FILLER   PIC X VALUE SPACE.
           02 RH-TGL   PIC 9(08).
           02 FILLER   PIC X(07) VALUE "  term ".
           02 RH-TERM  PIC X(06).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 RH-MODE  PIC X(20).
           02 FILLER   PIC X(27) VALUE SPACES.

       01 RPT-AMBANG-LINE.
           02 FILLER   PIC X(12) VALUE "Ambang: alpa".
           02 RA-ALPA  PIC ZZ9.
           02 FILLER   PIC X(07) VALUE " absen ".
           02 RA-ABSEN PIC ZZ9.
           02 FILLER   PIC X(05) VALUE " dlm ".
           02 RA-HARI  PIC ZZ9.
           02 FILLER   PIC X(10) VALUE " hr, gagal".
           02 RA-GAGAL PIC ZZ9.
           02 FILLER   PIC X(10) VALUE " (nilai < ".
           02 RA-LULUS PIC ZZ9.
           02 FILLER   PIC X(08) VALUE "), turun".
           02 RA-TURUN PIC ZZ9.
           02 FILLER   PIC X(08) VALUE ", telat ".
           02 RA-TELAT PIC ZZ9.
           02 FILLER   PIC X(08) VALUE ", skor>=".
           02 RA-SKOR  PIC ZZ9.
           02 FILLER   PIC X(04) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER PIC X(08) VALUE "  NIS   ".
           02 FILLER PIC X(27) VALUE "NAMA".
           02 FILLER PIC X(30)
               VALUE " ALPA ABSEN GAGAL TURUN TELAT".
           02 FILLER PIC X(15) VALUE "  SKOR SINYAL  ".
           02 FILLER PIC X(20) VALUE "SURAT".

       01 RPT-DETAIL-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-NIS    PIC 9(05).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-NAMA   PIC X(25).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-ALPA   PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-ABSEN  PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-GAGAL  PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-TURUN  PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-TELAT  PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-SKOR   PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-SINYAL PIC X(03).
           02 FILLER    PIC X(04) VALUE SPACES.
           02 RD-SURAT  PIC X(20).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "RAWAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== PERINGATAN DINI SISWA RAWAN ===".
            DISPLAY "P = proses + surat orang tua, L = lihat saja : ".
            ACCEPT mode-input.
            IF mode-input = "p"
                MOVE "P" TO mode-input
            END-IF.
            IF mode-input = "l"
                MOVE "L" TO mode-input
            END-IF.
            IF mode-input NOT = "P" AND mode-input NOT = "L"
                DISPLAY "Pilihan tidak dikenal"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM PERINGATAN-DINI
            END-IF.
            MOVE "RAWAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * PERINGATAN DINI - tiap siswa aktif diberi skor dari tiga
      * sinyal:
      *   kehadiran  alpa >= batas-alpa dalam jendela    2 poin
      *              (selain itu absen A+S+I >= batas)   1 poin
      *   nilai      mapel gagal (nilai akhir term di
      *              bawah ambang lulus) >= batas-gagal  2 poin
      *              ada mapel turun >= batas-turun dari
      *              term sebelumnya                     1 poin
      *   tugas      tugas lewat tenggat belum selesai
      *              >= batas-telat                      1 poin
      * skor >= batas-skor = rawan; dicetak per kelas untuk wali
      * kelas, dan mode P membuat surat orang tua untuk siswa yang
      * sinyalnya belum pernah disurati di term yang sama
      *-----------------------
       PERINGATAN-DINI.
            PERFORM MUAT-KONFIG.
            PERFORM MUAT-SISWA.
            IF siswa-count = 0
                DISPLAY "Tidak ada siswa aktif di roster"
            ELSE
                PERFORM TENTUKAN-TERM
                PERFORM HITUNG-JENDELA
                PERFORM REKAP-ABSEN
                PERFORM REKAP-TUGAS
                PERFORM REKAP-NILAI
                PERFORM HITUNG-SKOR
                    VARYING siswa-idx FROM 1 BY 1
                    UNTIL siswa-idx > siswa-count
                PERFORM MUAT-KELAS
                PERFORM MUAT-GURU-AJAR
                PERFORM MUAT-LOG-SURAT
                PERFORM SUSUN-RAWAN
                PERFORM CETAK-RAWAN
            END-IF.

       MUAT-KONFIG.
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
            OPEN INPUT RAWAN-CFG.
            IF ws-rc-status = "00"
                READ RAWAN-CFG
                    AT END CONTINUE
                    NOT AT END
                        PERFORM AMBIL-AMBANG
                END-READ
                CLOSE RAWAN-CFG
            END-IF.

      *    ambang nol akan menandai semua siswa, jadi ditolak juga
       AMBIL-AMBANG.
            IF RC-HARI IS NUMERIC AND RC-HARI NOT = "000"
                MOVE RC-HARI TO batas-hari
            END-IF.
            IF RC-ALPA IS NUMERIC AND RC-ALPA NOT = "00"
                MOVE RC-ALPA TO batas-alpa
            END-IF.
            IF RC-ABSEN IS NUMERIC AND RC-ABSEN NOT = "00"
                MOVE RC-ABSEN TO batas-absen
            END-IF.
            IF RC-GAGAL IS NUMERIC AND RC-GAGAL NOT = "00"
                MOVE RC-GAGAL TO batas-gagal
            END-IF.
            IF RC-TURUN IS NUMERIC AND RC-TURUN NOT = "00"
                MOVE RC-TURUN TO batas-turun
            END-IF.
            IF RC-TELAT IS NUMERIC AND RC-TELAT NOT = "00"
                MOVE RC-TELAT TO batas-telat
            END-IF.
            IF RC-SKOR IS NUMERIC AND RC-SKOR NOT = "00"
                MOVE RC-SKOR TO batas-skor
            END-IF.

       MUAT-SISWA.
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
                            PERFORM SIMPAN-SISWA
                        END-IF
                    END-IF
            END-READ.

       SIMPAN-SISWA.
            ADD 1 TO siswa-count.
            MOVE STUDENT-ID TO SW-NIS (siswa-count).
            MOVE NAME       TO SW-NAMA (siswa-count).
            MOVE STU-KELAS  TO SW-KELAS (siswa-count).
            MOVE STU-KONTAK TO SW-KONTAK (siswa-count).
            MOVE 0 TO SW-ALPA (siswa-count).
            MOVE 0 TO SW-ABSEN (siswa-count).
            MOVE 0 TO SW-GAGAL (siswa-count).
            MOVE 0 TO SW-TURUN (siswa-count).
            MOVE 0 TO SW-TELAT (siswa-count).
            MOVE 0 TO SW-SKOR (siswa-count).
            MOVE "---" TO SW-SINYAL (siswa-count).

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

      *-----------------------
      * term berjalan menurut TERM.txt; di sela dua term dipakai
      * term terakhir yang sudah mulai.  Tanpa TERM.txt sinyal
      * nilai memakai seluruh riwayat dan surat dikunci per tahun
      *-----------------------
       TENTUKAN-TERM.
            PERFORM MUAT-TERM-MASTER.
            MOVE SPACES TO term-kini.
            IF WS-TM-MASTER = "Y"
                MOVE WS-TGL-USAHA TO WS-TM-TGL
                PERFORM CARI-TERM-TANGGAL
                IF WS-TM-ADA = "Y"
                    MOVE WS-TM-KODE TO term-kini
                ELSE
                    MOVE 0 TO term-mulai
                    PERFORM CARI-TERM-LALU
                        VARYING WS-TM-IDX FROM 1 BY 1
                        UNTIL WS-TM-IDX > WS-TM-N
                END-IF
            END-IF.
            IF term-kini = SPACES
                MOVE WS-TGL-USAHA (1:4) TO kunci-surat
            ELSE
                MOVE term-kini TO kunci-surat
            END-IF.

       CARI-TERM-LALU.
            IF WS-TMT-MULAI (WS-TM-IDX) <= WS-TGL-USAHA AND
               WS-TMT-MULAI (WS-TM-IDX) > term-mulai
                MOVE WS-TMT-MULAI (WS-TM-IDX) TO term-mulai
                MOVE WS-TMT-KODE (WS-TM-IDX)  TO term-kini
            END-IF.

      *    jendela kehadiran: batas-hari hari kalender s/d tanggal
      *    usaha, dalam nomor hari HARIUTIL
       HITUNG-JENDELA.
            MOVE "H" TO hu-fungsi.
            MOVE WS-TGL-USAHA TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO hari-ini.
            IF hari-ini > batas-hari
                COMPUTE hari-awal = hari-ini - batas-hari + 1
            ELSE
                MOVE 1 TO hari-awal
            END-IF.

       REKAP-ABSEN.
            OPEN INPUT ABSEN-FILE.
            IF ws-ab-status NOT = "00"
                DISPLAY "ABSEN.txt belum ada - sinyal kehadiran ",
                        "dilewati"
            ELSE
                PERFORM HITUNG-ABSEN UNTIL ws-ab-status NOT = "00"
                CLOSE ABSEN-FILE
            END-IF.

       HITUNG-ABSEN.
            READ ABSEN-FILE
                AT END CONTINUE
                NOT AT END
                    IF (AB-STATUS = "A" OR AB-STATUS = "S" OR
                        AB-STATUS = "I") AND
                       AB-DATE <= WS-TGL-USAHA
                        PERFORM CATAT-ABSEN
                    END-IF
            END-READ.

       CATAT-ABSEN.
            MOVE "H" TO hu-fungsi.
            MOVE AB-DATE TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y" AND hu-harinum >= hari-awal
                MOVE AB-NIS TO cari-nis
                PERFORM CARI-SISWA
                IF siswa-hit > 0
                    ADD 1 TO SW-ABSEN (siswa-hit)
                    IF AB-STATUS = "A"
                        ADD 1 TO SW-ALPA (siswa-hit)
                    END-IF
                END-IF
            END-IF.

      *    tugas terbuka (bukan D) yang tenggatnya sudah lewat
       REKAP-TUGAS.
            OPEN INPUT TASK-FILE.
            IF ws-tk-status NOT = "00"
                DISPLAY "TUGAS.txt belum ada - sinyal tugas ",
                        "dilewati"
            ELSE
                PERFORM HITUNG-TUGAS UNTIL ws-tk-status NOT = "00"
                CLOSE TASK-FILE
            END-IF.

       HITUNG-TUGAS.
            READ TASK-FILE
                AT END CONTINUE
                NOT AT END
                    IF TK-STATUS NOT = "D" AND
                       TK-DEAD-HARINUM > 0 AND
                       TK-DEAD-HARINUM < hari-ini
                        MOVE TK-STUDENT-ID TO cari-nis
                        PERFORM CARI-SISWA
                        IF siswa-hit > 0
                            ADD 1 TO SW-TELAT (siswa-hit)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * nilai akhir per NIS + mapel: baris terakhir per term menang
      * (koreksi KOREKNIL ikut terbawa); nilai term sebelumnya
      * disimpan untuk melihat penurunan
      *-----------------------
       REKAP-NILAI.
            OPEN INPUT HIST-FILE.
            IF ws-nh-status NOT = "00"
                DISPLAY "NILHIST.txt belum ada - sinyal nilai ",
                        "dilewati"
            ELSE
                CLOSE HIST-FILE
                SORT SORT-NILAI
                    ON ASCENDING KEY SN-NIS
                    ON ASCENDING KEY SN-SUBJ
                    ON ASCENDING KEY SN-TGL
                    WITH DUPLICATES IN ORDER
                    USING HIST-FILE
                    GIVING SORTED-NILAI
                MOVE 0 TO cur-nis
                MOVE SPACES TO cur-subj
                MOVE SPACES TO g-term
                OPEN INPUT SORTED-NILAI
                PERFORM BACA-NILAI-URUT
                    UNTIL ws-srt-status NOT = "00"
                CLOSE SORTED-NILAI
                PERFORM SELESAI-MAPEL
            END-IF.

       BACA-NILAI-URUT.
            READ SORTED-NILAI
                AT END CONTINUE
                NOT AT END
                    IF SO-NIS NOT = cur-nis OR SO-SUBJ NOT = cur-subj
                        PERFORM SELESAI-MAPEL
                        MOVE SO-NIS  TO cur-nis
                        MOVE SO-SUBJ TO cur-subj
                        MOVE SPACES  TO g-term
                        MOVE SPACES  TO g-lalu-term
                        MOVE "N"     TO g-ada-lalu
                    END-IF
                    PERFORM CATAT-NILAI
            END-READ.

      *    koreksi nilai term lalu yang masuk belakangan memperbarui
      *    nilai term lalu, bukan menggeser term berjalan
       CATAT-NILAI.
            EVALUATE TRUE
                WHEN SO-TERM = g-term
                    MOVE SO-NILAI TO g-nilai
                WHEN g-ada-lalu = "Y" AND SO-TERM = g-lalu-term
                    MOVE SO-NILAI TO g-lalu
                WHEN OTHER
                    IF g-term NOT = SPACES
                        MOVE g-term  TO g-lalu-term
                        MOVE g-nilai TO g-lalu
                        MOVE "Y"     TO g-ada-lalu
                    END-IF
                    MOVE SO-TERM  TO g-term
                    MOVE SO-NILAI TO g-nilai
            END-EVALUATE.

       SELESAI-MAPEL.
            IF cur-nis NOT = 0 AND g-term NOT = SPACES AND
               (term-kini = SPACES OR g-term = term-kini)
                MOVE cur-nis TO cari-nis
                PERFORM CARI-SISWA
                IF siswa-hit > 0
                    IF g-nilai < ambang-lulus
                        ADD 1 TO SW-GAGAL (siswa-hit)
                    END-IF
                    IF g-ada-lalu = "Y" AND
                       g-lalu - g-nilai >= batas-turun
                        ADD 1 TO SW-TURUN (siswa-hit)
                    END-IF
                END-IF
            END-IF.
            MOVE SPACES TO g-term.

       HITUNG-SKOR.
            EVALUATE TRUE
                WHEN SW-ALPA (siswa-idx) >= batas-alpa
                    ADD 2 TO SW-SKOR (siswa-idx)
                    MOVE "A" TO SW-SINYAL (siswa-idx) (1:1)
                WHEN SW-ABSEN (siswa-idx) >= batas-absen
                    ADD 1 TO SW-SKOR (siswa-idx)
                    MOVE "A" TO SW-SINYAL (siswa-idx) (1:1)
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF SW-GAGAL (siswa-idx) >= batas-gagal
                ADD 2 TO SW-SKOR (siswa-idx)
                MOVE "N" TO SW-SINYAL (siswa-idx) (2:1)
            END-IF.
            IF SW-TURUN (siswa-idx) > 0
                ADD 1 TO SW-SKOR (siswa-idx)
                MOVE "N" TO SW-SINYAL (siswa-idx) (2:1)
            END-IF.
            IF SW-TELAT (siswa-idx) >= batas-telat
                ADD 1 TO SW-SKOR (siswa-idx)
                MOVE "T" TO SW-SINYAL (siswa-idx) (3:1)
            END-IF.

       MUAT-KELAS.
            MOVE 0 TO kelas-count.
            OPEN INPUT KELAS-FILE.
            IF ws-kl-status = "00"
                PERFORM AMBIL-KELAS UNTIL ws-kl-status NOT = "00"
                CLOSE KELAS-FILE
            END-IF.

       AMBIL-KELAS.
            READ KELAS-FILE
                AT END CONTINUE
                NOT AT END
                    IF kelas-count < 100
                        ADD 1 TO kelas-count
                        MOVE KL-KODE TO KLT-KODE (kelas-count)
                        MOVE KL-WALI TO KLT-WALI (kelas-count)
                    END-IF
            END-READ.

      *    hanya surat untuk kunci berjalan yang perlu diingat
       MUAT-LOG-SURAT.
            MOVE 0 TO log-count.
            OPEN INPUT SURAT-LOG.
            IF ws-sl-status = "00"
                PERFORM AMBIL-LOG-SURAT
                    UNTIL ws-sl-status NOT = "00"
                CLOSE SURAT-LOG
            END-IF.

       AMBIL-LOG-SURAT.
            READ SURAT-LOG
                AT END CONTINUE
                NOT AT END
                    IF SL-KUNCI = kunci-surat
                        PERFORM SIMPAN-LOG-SURAT
                    END-IF
            END-READ.

       SIMPAN-LOG-SURAT.
            IF log-count < 3000
                ADD 1 TO log-count
                MOVE SL-NIS    TO LT-NIS (log-count)
                MOVE SL-SINYAL TO LT-SINYAL (log-count)
            ELSE
                DISPLAY "Tabel catatan surat penuh (3000), NIS ",
                        SL-NIS, " bisa disurati ulang"
            END-IF.

       SUSUN-RAWAN.
            MOVE 0 TO jum-rawan.
            OPEN OUTPUT PRE-RAWAN.
            PERFORM TULIS-PRE-RAWAN
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count.
            CLOSE PRE-RAWAN.
            SORT SORT-RAWAN
                ON ASCENDING KEY RS-KELAS
                ON ASCENDING KEY RS-NIS
                USING PRE-RAWAN
                GIVING SORTED-RAWAN.

       TULIS-PRE-RAWAN.
            IF SW-SKOR (siswa-idx) >= batas-skor
                MOVE SW-KELAS (siswa-idx) TO PR-KELAS
                MOVE SW-NIS (siswa-idx)   TO PR-NIS
                MOVE siswa-idx            TO PR-IDX
                WRITE PRE-RAWAN-REC
                ADD 1 TO jum-rawan
            END-IF.

      *-----------------------
      * CETAK - daftar per kelas ke RAWAN.txt (ditambah di ujung
      * berkas); mode P juga menambah surat ke SURATRW.txt dan
      * mencatatnya di SURATLOG.txt
      *-----------------------
       CETAK-RAWAN.
            OPEN EXTEND RAWAN-REPORT.
            IF ws-rpt-status = "35"
                OPEN OUTPUT RAWAN-REPORT
            END-IF.
            IF mode-input = "P"
                OPEN EXTEND SURAT-FILE
                IF ws-sr-status = "35"
                    OPEN OUTPUT SURAT-FILE
                END-IF
                OPEN EXTEND SURAT-LOG
                IF ws-sl-status = "35"
                    OPEN OUTPUT SURAT-LOG
                END-IF
            END-IF.
            MOVE WS-TGL-USAHA TO RH-TGL.
            MOVE kunci-surat  TO RH-TERM.
            IF mode-input = "P"
                MOVE "(proses + surat)" TO RH-MODE
            ELSE
                MOVE "(lihat saja)" TO RH-MODE
            END-IF.
            MOVE RPT-HEADER-LINE TO RAWAN-RECORD.
            PERFORM TULIS-RAWAN.
            MOVE batas-alpa   TO RA-ALPA.
            MOVE batas-absen  TO RA-ABSEN.
            MOVE batas-hari   TO RA-HARI.
            MOVE batas-gagal  TO RA-GAGAL.
            MOVE ambang-lulus TO RA-LULUS.
            MOVE batas-turun  TO RA-TURUN.
            MOVE batas-telat  TO RA-TELAT.
            MOVE batas-skor   TO RA-SKOR.
            MOVE RPT-AMBANG-LINE TO RAWAN-RECORD.
            PERFORM TULIS-RAWAN.
            MOVE RPT-KOLOM-LINE TO RAWAN-RECORD.
            PERFORM TULIS-RAWAN.
            MOVE SPACES TO ws-kelas-lalu.
            MOVE 0 TO kelas-rawan.
            MOVE 0 TO jum-baru.
            MOVE 0 TO jum-sudah.
            MOVE siswa-count TO jum-periksa.
            OPEN INPUT SORTED-RAWAN.
            PERFORM CETAK-BARIS-RAWAN
                UNTIL ws-rko-status NOT = "00".
            CLOSE SORTED-RAWAN.
            PERFORM CETAK-TOTAL-KELAS.
            MOVE SPACES TO RAWAN-RECORD.
            STRING "Diperiksa " jum-periksa " siswa aktif, rawan "
                   jum-rawan ", surat baru " jum-baru
                   ", sudah disurati " jum-sudah
                   DELIMITED BY SIZE INTO RAWAN-RECORD.
            PERFORM TULIS-RAWAN.
            CLOSE RAWAN-REPORT.
            IF mode-input = "P"
                CLOSE SURAT-FILE
                CLOSE SURAT-LOG
            END-IF.
            DISPLAY "Siswa aktif diperiksa : ", jum-periksa.
            DISPLAY "Siswa rawan           : ", jum-rawan.
            IF mode-input = "P"
                DISPLAY "Surat orang tua baru  : ", jum-baru,
                        " (SURATRW.txt)"
                DISPLAY "Sudah disurati term ini: ", jum-sudah
            END-IF.
            DISPLAY "Daftar per kelas di RAWAN.txt".

       CETAK-BARIS-RAWAN.
            READ SORTED-RAWAN
                AT END CONTINUE
                NOT AT END
                    IF RO-KELAS NOT = ws-kelas-lalu
                        PERFORM CETAK-TOTAL-KELAS
                        MOVE RO-KELAS TO ws-kelas-lalu
                        PERFORM CARI-WALI
                        MOVE SPACES TO RAWAN-RECORD
                        STRING "--- Kelas " RO-KELAS "  wali kelas: "
                               ws-wali-nama " ---"
                            DELIMITED BY SIZE INTO RAWAN-RECORD
                        PERFORM TULIS-RAWAN
                    END-IF
                    MOVE RO-IDX TO siswa-idx
                    PERFORM CETAK-SISWA-RAWAN
                    ADD 1 TO kelas-rawan
            END-READ.

       CETAK-SISWA-RAWAN.
            MOVE SW-NIS (siswa-idx)    TO RD-NIS.
            MOVE SW-NAMA (siswa-idx)   TO RD-NAMA.
            MOVE SW-ALPA (siswa-idx)   TO RD-ALPA.
            MOVE SW-ABSEN (siswa-idx)  TO RD-ABSEN.
            MOVE SW-GAGAL (siswa-idx)  TO RD-GAGAL.
            MOVE SW-TURUN (siswa-idx)  TO RD-TURUN.
            MOVE SW-TELAT (siswa-idx)  TO RD-TELAT.
            MOVE SW-SKOR (siswa-idx)   TO RD-SKOR.
            MOVE SW-SINYAL (siswa-idx) TO RD-SINYAL.
            IF mode-input = "P"
                PERFORM PERIKSA-SURAT
            ELSE
                MOVE "-" TO RD-SURAT
            END-IF.
            MOVE RPT-DETAIL-LINE TO RAWAN-RECORD.
            PERFORM TULIS-RAWAN.

      *    surat baru hanya bila ada sinyal yang belum pernah
      *    disebut di surat term ini
       PERIKSA-SURAT.
            MOVE "---" TO log-sinyal.
            PERFORM GABUNG-LOG
                VARYING log-idx FROM 1 BY 1
                UNTIL log-idx > log-count.
            MOVE "N" TO sinyal-baru.
            IF (SW-SINYAL (siswa-idx) (1:1) NOT = "-" AND
                log-sinyal (1:1) = "-") OR
               (SW-SINYAL (siswa-idx) (2:1) NOT = "-" AND
                log-sinyal (2:1) = "-") OR
               (SW-SINYAL (siswa-idx) (3:1) NOT = "-" AND
                log-sinyal (3:1) = "-")
                MOVE "Y" TO sinyal-baru
            END-IF.
            IF sinyal-baru = "Y"
                PERFORM TULIS-SURAT
                PERFORM CATAT-SURAT
                ADD 1 TO jum-baru
                IF SW-KONTAK (siswa-idx) = SPACES
                    MOVE "BARU (kontak kosong)" TO RD-SURAT
                ELSE
                    MOVE "BARU" TO RD-SURAT
                END-IF
            ELSE
                ADD 1 TO jum-sudah
                MOVE "sudah disurati" TO RD-SURAT
            END-IF.

       GABUNG-LOG.
            IF LT-NIS (log-idx) = SW-NIS (siswa-idx)
                IF LT-SINYAL (log-idx) (1:1) NOT = "-"
                    MOVE LT-SINYAL (log-idx) (1:1) TO log-sinyal (1:1)
                END-IF
                IF LT-SINYAL (log-idx) (2:1) NOT = "-"
                    MOVE LT-SINYAL (log-idx) (2:1) TO log-sinyal (2:1)
                END-IF
                IF LT-SINYAL (log-idx) (3:1) NOT = "-"
                    MOVE LT-SINYAL (log-idx) (3:1) TO log-sinyal (3:1)
                END-IF
            END-IF.

       CATAT-SURAT.
            MOVE SPACES TO SURAT-LOG-RECORD.
            MOVE SW-NIS (siswa-idx)    TO SL-NIS.
            MOVE kunci-surat           TO SL-KUNCI.
            MOVE WS-TGL-USAHA          TO SL-TGL.
            MOVE SW-SINYAL (siswa-idx) TO SL-SINYAL.
            MOVE SW-SKOR (siswa-idx)   TO SL-SKOR.
            MOVE WS-SESI-ID            TO SL-OPER.
            WRITE SURAT-LOG-RECORD.
            PERFORM SIMPAN-LOG-SURAT.

      *-----------------------
      * SURAT ORANG TUA - dialamatkan ke kontak roster (STU-KONTAK);
      * bila kosong surat dititipkan lewat wali kelas
      *-----------------------
       TULIS-SURAT.
            MOVE ALL "=" TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "SURAT PEMBERITAHUAN KEPADA ORANG TUA / WALI SISWA"
                TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            STRING "Tanggal : " WS-TGL-USAHA "    Term : "
                   kunci-surat
                   DELIMITED BY SIZE INTO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "Kepada Yth. Orang tua / wali dari" TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            STRING "  " SW-NAMA (siswa-idx) " (NIS "
                   SW-NIS (siswa-idx) ", kelas "
                   SW-KELAS (siswa-idx) ")"
                   DELIMITED BY SIZE INTO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            IF SW-KONTAK (siswa-idx) = SPACES
                STRING "  Kontak : belum tercatat - dititipkan lewat "
                       "wali kelas"
                       DELIMITED BY SIZE INTO SURAT-RECORD
            ELSE
                STRING "  Kontak : " SW-KONTAK (siswa-idx)
                       DELIMITED BY SIZE INTO SURAT-RECORD
            END-IF.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "Dengan hormat," TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            STRING "Kami memberitahukan bahwa putra/putri Bapak/Ibu "
                   "memerlukan perhatian"
                   DELIMITED BY SIZE INTO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "bersama karena hal-hal berikut:" TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            IF SW-SINYAL (siswa-idx) (1:1) NOT = "-"
                MOVE SW-ABSEN (siswa-idx) TO ed-1
                MOVE batas-hari           TO ed-2
                MOVE SW-ALPA (siswa-idx)  TO ed-3
                MOVE SPACES TO SURAT-RECORD
                STRING "  - tidak hadir" ed-1 " hari dalam" ed-2
                       " hari terakhir (" ed-3 " tanpa keterangan)"
                       DELIMITED BY SIZE INTO SURAT-RECORD
                PERFORM TULIS-SURAT-BARIS
            END-IF.
            IF SW-GAGAL (siswa-idx) > 0
                MOVE SW-GAGAL (siswa-idx) TO ed-1
                MOVE ambang-lulus         TO ed-2
                MOVE SPACES TO SURAT-RECORD
                STRING "  -" ed-1 " mata pelajaran bernilai di bawah "
                       "batas lulus" ed-2
                       DELIMITED BY SIZE INTO SURAT-RECORD
                PERFORM TULIS-SURAT-BARIS
            END-IF.
            IF SW-TURUN (siswa-idx) > 0
                MOVE SW-TURUN (siswa-idx) TO ed-1
                MOVE batas-turun          TO ed-2
                MOVE SPACES TO SURAT-RECORD
                STRING "  -" ed-1 " mata pelajaran nilainya turun"
                       ed-2 " poin atau lebih dari term lalu"
                       DELIMITED BY SIZE INTO SURAT-RECORD
                PERFORM TULIS-SURAT-BARIS
            END-IF.
            IF SW-SINYAL (siswa-idx) (3:1) NOT = "-"
                MOVE SW-TELAT (siswa-idx) TO ed-1
                MOVE SPACES TO SURAT-RECORD
                STRING "  -" ed-1 " tugas sudah lewat tenggat dan "
                       "belum dikerjakan"
                       DELIMITED BY SIZE INTO SURAT-RECORD
                PERFORM TULIS-SURAT-BARIS
            END-IF.
            MOVE SPACES TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            IF ws-wali = SPACES
                MOVE "Mohon Bapak/Ibu menghubungi sekolah"
                    TO SURAT-RECORD
            ELSE
                STRING "Mohon Bapak/Ibu menghubungi wali kelas, "
                       ws-wali-nama
                       DELIMITED BY SIZE INTO SURAT-RECORD
            END-IF.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "untuk membicarakan pendampingan selanjutnya."
                TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE "Hormat kami," TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            STRING "Wali kelas " SW-KELAS (siswa-idx)
                   DELIMITED BY SIZE INTO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.
            MOVE SPACES TO SURAT-RECORD.
            PERFORM TULIS-SURAT-BARIS.

       TULIS-SURAT-BARIS.
            WRITE SURAT-RECORD.

      *    wali kelas dari KELAS.txt, namanya dari GURU.txt; kode
      *    yang tidak ada di GURU.txt dicetak apa adanya
       CARI-WALI.
            MOVE SPACES TO ws-wali.
            PERFORM BANDING-KELAS-WALI
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF ws-wali = SPACES
                MOVE "(belum ada wali kelas)" TO ws-wali-nama
            ELSE
                MOVE ws-wali TO ws-wali-nama
                PERFORM BANDING-GURU-WALI
                    VARYING WS-GA-IDX FROM 1 BY 1
                    UNTIL WS-GA-IDX > WS-GA-GURU-N
            END-IF.

       BANDING-KELAS-WALI.
            IF KLT-KODE (kelas-idx) = RO-KELAS
                MOVE KLT-WALI (kelas-idx) TO ws-wali
            END-IF.

       BANDING-GURU-WALI.
            IF WS-GAG-ID (WS-GA-IDX) = ws-wali
                MOVE WS-GAG-NAMA (WS-GA-IDX) TO ws-wali-nama
            END-IF.

       CETAK-TOTAL-KELAS.
            IF ws-kelas-lalu NOT = SPACES OR kelas-rawan > 0
                MOVE kelas-rawan TO ed-1
                MOVE SPACES TO RAWAN-RECORD
                STRING "    siswa rawan di kelas ini:" ed-1
                       DELIMITED BY SIZE INTO RAWAN-RECORD
                PERFORM TULIS-RAWAN
            END-IF.
            MOVE 0 TO kelas-rawan.

       TULIS-RAWAN.
            WRITE RAWAN-RECORD.

           COPY GURUCARI.
           COPY TERMCEK.
           COPY BDATEGET.
           COPY SESIGET.
           COPY AUDITLOG.
