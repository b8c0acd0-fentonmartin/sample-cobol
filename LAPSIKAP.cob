       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPSIKAP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SISWASEL.
           COPY KASUSSEL.
           COPY KELASSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY TERMSEL.
           COPY SIKAPSEL.
           SELECT SIKAP-REPORT ASSIGN TO "LAPSIKAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PRE-SIKAP ASSIGN TO "SKPPRE.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-SIKAP ASSIGN TO "SKPSRT.tmp".
           SELECT SORTED-SIKAP ASSIGN TO "SKPOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKO-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SISWAFD.

           COPY KASUSFD.

           COPY KELASFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY TERMFD.

           COPY SIKAPFD.

       FD SIKAP-REPORT.
       01 SIKAP-RECORD PIC X(100).

      *-----------------------
      * satu baris per siswa yang punya catatan, lalu diurut per
      * kelas
      *-----------------------
       FD PRE-SIKAP.
       01 PRE-SIKAP-REC.
           02 PS-KELAS   PIC X(06).
           02 PS-NIS     PIC 9(05).
           02 PS-IDX     PIC 9(04).

       SD SORT-SIKAP.
       01 SORT-SIKAP-REC.
           02 SS-KELAS   PIC X(06).
           02 SS-NIS     PIC 9(05).
           02 SS-ISI     PIC X(04).

       FD SORTED-SIKAP.
       01 SORTED-SIKAP-REC.
           02 SO-KELAS   PIC X(06).
           02 SO-NIS     PIC 9(05).
           02 SO-IDX     PIC 9(04).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-FS         pic X(02).
       77 ws-ks-status  pic X(02).
       77 ws-kl-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-sko-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       COPY SIKAPWS.
       COPY GURUWS.
       77 bulan-input   pic 9(06).
       77 bulan-awal    pic 9(08).
       77 bulan-akhir   pic 9(08).
       77 ws-eof        pic X value "N".
       77 siswa-count   pic 9(04) value 0.
       77 siswa-idx     pic 9(04) comp.
       77 siswa-hit     pic 9(04) comp.
       77 cari-nis      pic 9(05).
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 tingkat-lalu  pic 9(01).
       77 ws-kelas-lalu pic X(06).
       77 ws-wali       pic X(15).
       77 ws-wali-nama  pic X(25).
       77 kelas-siswa   pic 9(04) value 0.
       77 kelas-lewat   pic 9(04) value 0.
       77 jum-siswa     pic 9(04) value 0.
       77 jum-lewat     pic 9(04) value 0.
       77 jum-kasus     pic 9(05) value 0.
       77 jum-poin      pic 9(06) value 0.
       77 jum-lain      pic 9(05) value 0.
       77 ed-1          pic ZZZ9.
       77 ed-2          pic ZZZ9.
       77 ed-jum        pic ZZZZ9.
       77 ed-poin       pic ZZZZZ9.

      *-----------------------
      * siswa aktif roster (urut NIS) dengan hitungan poinnya:
      * SW-LALU poin sejak awal tahun ajaran sampai sebelum bulan
      * laporan, SW-KUM termasuk bulan laporan
      *-----------------------
       01 SISWA-TABEL.
           05 SISWA-ENTRY OCCURS 2000 TIMES.
               10 SW-NIS      PIC 9(05).
               10 SW-NAMA     PIC X(25).
               10 SW-KELAS    PIC X(06).
               10 SW-BLN-N    PIC 9(03).
               10 SW-BLN-POIN PIC 9(04).
               10 SW-LALU     PIC 9(04).
               10 SW-KUM      PIC 9(04).
               10 SW-BUKA     PIC 9(03).

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 100 TIMES.
               10 KLT-KODE PIC X(06).
               10 KLT-WALI PIC X(15).

       01 RPT-HEADER-LINE.
           02 FILLER   PIC X(30) VALUE "=== LAPORAN SIKAP SISWA BULAN ".
           02 RH-BULAN PIC 9(06).
           02 FILLER   PIC X(17) VALUE "  tahun ajaran : ".
           02 RH-TAHUN PIC X(20).
           02 FILLER   PIC X(27) VALUE SPACES.

       01 RPT-BATAS-LINE.
           02 FILLER   PIC X(22) VALUE "Batas peringatan: SP1 ".
           02 RB-1     PIC ZZ9.
           02 FILLER   PIC X(06) VALUE "  SP2 ".
           02 RB-2     PIC ZZ9.
           02 FILLER   PIC X(06) VALUE "  SP3 ".
           02 RB-3     PIC ZZ9.
           02 FILLER   PIC X(33)
               VALUE " poin kumulatif satu tahun ajaran".
           02 FILLER   PIC X(24) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER PIC X(08) VALUE "  NIS   ".
           02 FILLER PIC X(26) VALUE "NAMA".
           02 FILLER PIC X(18) VALUE "KEJ  POIN   KUMUL ".
           02 FILLER PIC X(19) VALUE "PREDIKAT".
           02 FILLER PIC X(29) VALUE "CATATAN".

       01 RPT-DETAIL-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-NIS    PIC 9(05).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-NAMA   PIC X(25).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-KEJ    PIC ZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-POIN   PIC ZZZ9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 RD-KUM    PIC ZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-PRED   PIC X(18).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-CATAT  PIC X(25).
           02 FILLER    PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "LAPSIKAP" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== LAPORAN SIKAP SISWA BULANAN ===".
            DISPLAY "Bulan yang dilaporkan (YYYYMM, 0 = bulan tanggal ",
                    "usaha): ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
            END-IF.
            IF bulan-input (5:2) < "01" OR bulan-input (5:2) > "12"
                DISPLAY "Bulan ", bulan-input, " tidak sah"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM LAPORAN-SIKAP
            END-IF.
            MOVE "LAPSIKAP" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * LAPORAN SIKAP - kejadian di KASUS.txt dijumlah per siswa
      * aktif: banyak kejadian dan poin bulan laporan, serta poin
      * kumulatif sejak awal tahun ajaran (dari TERM.txt) sampai
      * akhir bulan.  Siswa yang predikatnya naik melewati batas
      * SP (SIKAPCFG.txt) di bulan itu ditandai, supaya wali kelas
      * dan BK bisa memanggil orang tuanya.  Dicetak per kelas ke
      * LAPSIKAP.txt (ditambah di ujung berkas).
      *-----------------------
       LAPORAN-SIKAP.
            STRING bulan-input "01" DELIMITED BY SIZE
                INTO bulan-awal.
            STRING bulan-input "31" DELIMITED BY SIZE
                INTO bulan-akhir.
            PERFORM MUAT-SIKAP-CFG.
            PERFORM MUAT-TERM-MASTER.
            MOVE bulan-akhir TO WS-SK-TGL.
            PERFORM TENTUKAN-TAHUN-SIKAP.
            PERFORM MUAT-SISWA.
            IF siswa-count = 0
                DISPLAY "Tidak ada siswa aktif di roster"
            ELSE
                PERFORM REKAP-KASUS
                PERFORM MUAT-KELAS
                PERFORM MUAT-GURU-AJAR
                PERFORM SUSUN-SIKAP
                PERFORM CETAK-SIKAP
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
            MOVE 0 TO SW-BLN-N (siswa-count).
            MOVE 0 TO SW-BLN-POIN (siswa-count).
            MOVE 0 TO SW-LALU (siswa-count).
            MOVE 0 TO SW-KUM (siswa-count).
            MOVE 0 TO SW-BUKA (siswa-count).

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

      *    catatan siswa yang sudah tidak aktif hanya dihitung
       REKAP-KASUS.
            OPEN INPUT KASUS-FILE.
            IF ws-ks-status = "00"
                PERFORM AMBIL-KASUS
                    UNTIL ws-ks-status NOT = "00"
                CLOSE KASUS-FILE
            END-IF.

       AMBIL-KASUS.
            READ KASUS-FILE
                AT END CONTINUE
                NOT AT END
                    IF KS-TGL >= WS-SK-AWAL AND KS-TGL <= bulan-akhir
                        MOVE KS-NIS TO cari-nis
                        PERFORM CARI-SISWA
                        IF siswa-hit = 0
                            ADD 1 TO jum-lain
                        ELSE
                            PERFORM CATAT-KASUS-SISWA
                        END-IF
                    END-IF
            END-READ.

       CATAT-KASUS-SISWA.
            IF KS-TGL < bulan-awal
                ADD KS-POIN TO SW-LALU (siswa-hit)
            ELSE
                ADD 1 TO SW-BLN-N (siswa-hit)
                ADD KS-POIN TO SW-BLN-POIN (siswa-hit)
                ADD 1 TO jum-kasus
                ADD KS-POIN TO jum-poin
            END-IF.
            ADD KS-POIN TO SW-KUM (siswa-hit).
            IF KS-STATUS = "O"
                ADD 1 TO SW-BUKA (siswa-hit)
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

       SUSUN-SIKAP.
            OPEN OUTPUT PRE-SIKAP.
            PERFORM TULIS-PRE-SIKAP
                VARYING siswa-idx FROM 1 BY 1
                UNTIL siswa-idx > siswa-count.
            CLOSE PRE-SIKAP.
            SORT SORT-SIKAP
                ON ASCENDING KEY SS-KELAS
                ON ASCENDING KEY SS-NIS
                USING PRE-SIKAP
                GIVING SORTED-SIKAP.

       TULIS-PRE-SIKAP.
            IF SW-KUM (siswa-idx) > 0 OR SW-BLN-N (siswa-idx) > 0
                MOVE SW-KELAS (siswa-idx) TO PS-KELAS
                MOVE SW-NIS (siswa-idx)   TO PS-NIS
                MOVE siswa-idx            TO PS-IDX
                WRITE PRE-SIKAP-REC
                ADD 1 TO jum-siswa
            END-IF.

       CETAK-SIKAP.
            OPEN EXTEND SIKAP-REPORT.
            IF ws-rpt-status = "35"
                OPEN OUTPUT SIKAP-REPORT
            END-IF.
            MOVE bulan-input TO RH-BULAN.
            IF WS-SK-TAHUN = SPACES
                MOVE "(seluruh catatan)" TO RH-TAHUN
            ELSE
                MOVE WS-SK-TAHUN TO RH-TAHUN
            END-IF.
            MOVE RPT-HEADER-LINE TO SIKAP-RECORD.
            PERFORM TULIS-SIKAP.
            MOVE WS-SK-BATAS1 TO RB-1.
            MOVE WS-SK-BATAS2 TO RB-2.
            MOVE WS-SK-BATAS3 TO RB-3.
            MOVE RPT-BATAS-LINE TO SIKAP-RECORD.
            PERFORM TULIS-SIKAP.
            MOVE RPT-KOLOM-LINE TO SIKAP-RECORD.
            PERFORM TULIS-SIKAP.
            MOVE SPACES TO ws-kelas-lalu.
            MOVE 0 TO kelas-siswa.
            MOVE 0 TO kelas-lewat.
            OPEN INPUT SORTED-SIKAP.
            PERFORM CETAK-BARIS-SIKAP
                UNTIL ws-sko-status NOT = "00".
            CLOSE SORTED-SIKAP.
            PERFORM CETAK-TOTAL-KELAS.
            IF jum-siswa = 0
                MOVE "  (tidak ada catatan sikap di tahun ajaran ini)"
                    TO SIKAP-RECORD
                PERFORM TULIS-SIKAP
            END-IF.
            MOVE jum-siswa TO ed-1.
            MOVE jum-lewat TO ed-2.
            MOVE jum-kasus TO ed-jum.
            MOVE jum-poin  TO ed-poin.
            MOVE SPACES TO SIKAP-RECORD.
            STRING "Siswa tercatat" ed-1 ", kejadian bulan ini" ed-jum
                   " (" ed-poin " poin), melewati batas bulan ini"
                   ed-2
                   DELIMITED BY SIZE INTO SIKAP-RECORD.
            PERFORM TULIS-SIKAP.
            IF jum-lain > 0
                MOVE jum-lain TO ed-jum
                MOVE SPACES TO SIKAP-RECORD
                STRING "Catatan siswa yang sudah tidak aktif:" ed-jum
                       " (tidak dicetak)"
                       DELIMITED BY SIZE INTO SIKAP-RECORD
                PERFORM TULIS-SIKAP
            END-IF.
            CLOSE SIKAP-REPORT.
            DISPLAY "Siswa dengan catatan sikap : ", jum-siswa.
            DISPLAY "Kejadian bulan ", bulan-input, "       : ",
                    jum-kasus.
            DISPLAY "Melewati batas peringatan  : ", jum-lewat.
            DISPLAY "Laporan per kelas di LAPSIKAP.txt".

       CETAK-BARIS-SIKAP.
            READ SORTED-SIKAP
                AT END CONTINUE
                NOT AT END
                    IF SO-KELAS NOT = ws-kelas-lalu
                        PERFORM CETAK-TOTAL-KELAS
                        MOVE SO-KELAS TO ws-kelas-lalu
                        PERFORM CARI-WALI
                        MOVE SPACES TO SIKAP-RECORD
                        STRING "--- Kelas " SO-KELAS "  wali kelas: "
                               ws-wali-nama " ---"
                            DELIMITED BY SIZE INTO SIKAP-RECORD
                        PERFORM TULIS-SIKAP
                    END-IF
                    MOVE SO-IDX TO siswa-idx
                    PERFORM CETAK-SISWA-SIKAP
                    ADD 1 TO kelas-siswa
            END-READ.

      *    predikat sebelum bulan laporan dibanding sesudahnya; yang
      *    naik tingkat berarti melewati batas SP di bulan itu
       CETAK-SISWA-SIKAP.
            MOVE SW-LALU (siswa-idx) TO WS-SK-POIN.
            PERFORM TENTUKAN-PREDIKAT.
            MOVE WS-SK-TINGKAT TO tingkat-lalu.
            MOVE SW-KUM (siswa-idx) TO WS-SK-POIN.
            PERFORM TENTUKAN-PREDIKAT.
            MOVE SW-NIS (siswa-idx)      TO RD-NIS.
            MOVE SW-NAMA (siswa-idx)     TO RD-NAMA.
            MOVE SW-BLN-N (siswa-idx)    TO RD-KEJ.
            MOVE SW-BLN-POIN (siswa-idx) TO RD-POIN.
            MOVE SW-KUM (siswa-idx)      TO RD-KUM.
            MOVE WS-SK-PREDIKAT          TO RD-PRED.
            MOVE SPACES TO RD-CATAT.
            IF WS-SK-TINGKAT > tingkat-lalu
                STRING "** MELEWATI BATAS SP" WS-SK-TINGKAT
                    DELIMITED BY SIZE INTO RD-CATAT
                ADD 1 TO kelas-lewat
                ADD 1 TO jum-lewat
            ELSE
                IF SW-BUKA (siswa-idx) > 0
                    MOVE SW-BUKA (siswa-idx) TO ed-1
                    STRING ed-1 " belum ditutup"
                        DELIMITED BY SIZE INTO RD-CATAT
                END-IF
            END-IF.
            MOVE RPT-DETAIL-LINE TO SIKAP-RECORD.
            PERFORM TULIS-SIKAP.

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
            IF KLT-KODE (kelas-idx) = SO-KELAS
                MOVE KLT-WALI (kelas-idx) TO ws-wali
            END-IF.

       BANDING-GURU-WALI.
            IF WS-GAG-ID (WS-GA-IDX) = ws-wali
                MOVE WS-GAG-NAMA (WS-GA-IDX) TO ws-wali-nama
            END-IF.

       CETAK-TOTAL-KELAS.
            IF ws-kelas-lalu NOT = SPACES OR kelas-siswa > 0
                MOVE kelas-siswa TO ed-1
                MOVE kelas-lewat TO ed-2
                MOVE SPACES TO SIKAP-RECORD
                STRING "    siswa tercatat:" ed-1
                       "   melewati batas bulan ini:" ed-2
                       DELIMITED BY SIZE INTO SIKAP-RECORD
                PERFORM TULIS-SIKAP
            END-IF.
            MOVE 0 TO kelas-siswa.
            MOVE 0 TO kelas-lewat.

       TULIS-SIKAP.
            WRITE SIKAP-RECORD.

           COPY GURUCARI.
           COPY SIKAPCEK.
           COPY TERMCEK.
           COPY BDATEGET.
           COPY SESIGET.
           COPY AUDITLOG.
