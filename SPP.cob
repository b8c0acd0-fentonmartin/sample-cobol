       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SPPSEL.
           COPY SPPTSEL.
           COPY SPPDSEL.
           COPY KELASSEL.
           COPY SISWASEL.
           SELECT KWITANSI-FILE ASSIGN TO "KWITSPP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KW-STATUS.
           SELECT REKENING-FILE ASSIGN TO "SPPREK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RK-STATUS.
           SELECT TUNGGAK-REPORT ASSIGN TO "SPPTGK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SORT-SPP ASSIGN TO "SPPSRT.tmp".
           SELECT SORTED-SPP ASSIGN TO "SPPOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT PRE-REKAP ASSIGN TO "SPPRKP.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-REKAP ASSIGN TO "SPPRKS.tmp".
           SELECT SORTED-REKAP ASSIGN TO "SPPRKO.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RKO-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SPPFD.

           COPY SPPTFD.

           COPY SPPDFD.

           COPY KELASFD.

           COPY SISWAFD.

       FD KWITANSI-FILE.
       01 KWITANSI-RECORD PIC X(80).

       FD REKENING-FILE.
       01 REKENING-RECORD PIC X(80).

       FD TUNGGAK-REPORT.
       01 TUNGGAK-RECORD PIC X(100).

      *-----------------------
      * buku SPP diurut per NIS dan bulan untuk laporan tunggakan
      *-----------------------
       SD SORT-SPP.
       01 SORT-SPP-REC.
           02 SS-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SS-BULAN   PIC 9(06).
           02 SS-ISI     PIC X(42).

       FD SORTED-SPP.
       01 SORTED-SPP-REC.
           02 SO-NIS     PIC 9(05).
           02 FILLER     PIC X.
           02 SO-BULAN   PIC 9(06).
           02 FILLER     PIC X.
           02 SO-JENIS   PIC X(01).
           02 FILLER     PIC X.
           02 SO-JUMLAH  PIC 9(08).
           02 FILLER     PIC X.
           02 SO-TGL     PIC 9(08).
           02 FILLER     PIC X.
           02 SO-KELAS   PIC X(06).
           02 FILLER     PIC X(15).

      *-----------------------
      * satu baris per siswa yang menunggak, lalu diurut per kelas
      *-----------------------
       FD PRE-REKAP.
       01 PRE-REKAP-REC.
           02 RP-KELAS   PIC X(06).
           02 RP-NIS     PIC 9(05).
           02 RP-NAMA    PIC X(25).
           02 RP-STATUS  PIC X(01).
           02 RP-BULAN-N PIC 9(03).
           02 RP-TERTUA  PIC 9(06).
           02 RP-TUNGGAK PIC 9(09).

       SD SORT-REKAP.
       01 SORT-REKAP-REC.
           02 RS-KELAS   PIC X(06).
           02 RS-NIS     PIC 9(05).
           02 RS-ISI     PIC X(44).

       FD SORTED-REKAP.
       01 SORTED-REKAP-REC.
           02 RO-KELAS   PIC X(06).
           02 RO-NIS     PIC 9(05).
           02 RO-NAMA    PIC X(25).
           02 RO-STATUS  PIC X(01).
           02 RO-BULAN-N PIC 9(03).
           02 RO-TERTUA  PIC 9(06).
           02 RO-TUNGGAK PIC 9(09).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-spp-status pic X(02).
       77 ws-spt-status pic X(02).
       77 ws-spd-status pic X(02).
       77 ws-kl-status  pic X(02).
       77 WS-FS         pic X(02).
       77 ws-kw-status  pic X(02).
       77 ws-rk-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-srt-status pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-rko-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       COPY NOMORWS.
       COPY TAMBAH.
       77 mode-input    pic X(01).
           88 mode-tagih    value "T", "t".
           88 mode-bayar    value "B", "b".
           88 mode-tunggak  value "L", "l".
           88 mode-rekening value "R", "r".
       77 bulan-input   pic 9(06).
       77 nis-input     pic 9(05).
       77 jumlah-input  pic 9(09).
       77 ws-eof        pic X value "N".
       77 ws-siswa-sah  pic X value "N".
           88 siswa-sah value "Y".
       77 ws-sudah      pic X value "N".
           88 sudah-ditagih value "Y".
       77 tarif-count   pic 9(03) value 0.
       77 tarif-idx     pic 9(03) comp.
       77 disk-count    pic 9(04) value 0.
       77 disk-idx      pic 9(04) comp.
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 sudah-count   pic 9(04) value 0.
       77 sudah-idx     pic 9(04) comp.
       77 bulan-count   pic 9(03) value 0.
       77 bulan-idx     pic 9(03) comp.
       77 bulan-hit     pic 9(03) comp.
       77 bulan-pos     pic 9(03) comp.
       77 kw-count      pic 9(03) value 0.
       77 kw-idx        pic 9(03) comp.
       77 ws-tingkat    pic 9(02).
       77 ws-tarif      pic 9(08).
       77 ws-tagihan    pic 9(08).
       77 ws-potong     pic 9(08).
       77 tagih-count   pic 9(05) value 0.
       77 tagih-total   pic 9(10) value 0.
       77 lewat-count   pic 9(05) value 0.
       77 ada-count     pic 9(05) value 0.
       77 tanpa-count   pic 9(05) value 0.
       77 bayar-count   pic 9(04) value 0.
       77 total-tagih   pic 9(09).
       77 total-bayar   pic 9(09).
       77 total-tunggak pic 9(09).
       77 bulan-tunggak pic 9(03).
       77 tunggak-bln   pic 9(09).
       77 sisa-bayar    pic 9(09).
       77 alokasi       pic 9(09).
       77 saldo-jalan   pic S9(09).
       77 cur-nis       pic 9(05) value 0.
       77 cur-bulan     pic 9(06) value 0.
       77 cur-kelas     pic X(06).
       77 bln-tagih     pic 9(09) value 0.
       77 bln-bayar     pic 9(09) value 0.
       77 nis-tunggak   pic 9(09) value 0.
       77 nis-bulan-n   pic 9(03).
       77 nis-tertua    pic 9(06).
       77 ws-kelas-lalu pic X(06).
       77 kelas-siswa   pic 9(04).
       77 kelas-tunggak pic 9(10).
       77 semua-siswa   pic 9(05) value 0.
       77 semua-tunggak pic 9(10) value 0.
       77 ws-amt        pic Z(8)9.
       77 ws-amt2       pic Z(8)9.
       77 ws-saldo-ed   pic -(9)9.

       01 TARIF-TABEL.
           05 TARIF-ENTRY OCCURS 20 TIMES.
               10 STT-TINGKAT PIC 9(02).
               10 STT-JUMLAH  PIC 9(08).

       01 DISK-TABEL.
           05 DISK-ENTRY OCCURS 500 TIMES.
               10 SDT-NIS   PIC 9(05).
               10 SDT-JENIS PIC X(01).
               10 SDT-NILAI PIC 9(08).

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 50 TIMES.
               10 KLT-KODE    PIC X(06).
               10 KLT-TINGKAT PIC 9(02).

      *    NIS yang sudah punya tagihan bulan yang sedang ditagih
       01 SUDAH-TABEL.
           05 SDH-NIS OCCURS 3000 TIMES PIC 9(05).

      *-----------------------
      * rekening satu siswa per bulan, urut bulan, untuk alokasi
      * pembayaran ke bulan tertua lebih dulu
      *-----------------------
       01 BULAN-TABEL.
           05 BULAN-ENTRY OCCURS 120 TIMES.
               10 BT-BULAN PIC 9(06).
               10 BT-TAGIH PIC 9(09).
               10 BT-BAYAR PIC 9(09).

       01 KWITANSI-TABEL.
           05 KWITANSI-ENTRY OCCURS 120 TIMES.
               10 KWT-BULAN  PIC 9(06).
               10 KWT-JUMLAH PIC 9(09).

       01 SISWA-DATA.
           05 SW-NIS    PIC 9(05).
           05 SW-NAMA   PIC X(25).
           05 SW-KELAS  PIC X(06).
           05 SW-STATUS PIC X(01).

       01 CETAK-LINE PIC X(80).

       01 TUNGGAK-HEADER-LINE.
           02 FILLER    PIC X(25) VALUE "=== TUNGGAKAN SPP s/d   ".
           02 TH-BULAN  PIC 9(06).
           02 FILLER    PIC X(11) VALUE " - tanggal ".
           02 TH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(46) VALUE SPACES.

       01 TUNGGAK-DETAIL-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 TD-NIS    PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 TD-NAMA   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 TD-STATUS PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 TD-BULAN  PIC ZZ9.
           02 FILLER    PIC X(12) VALUE " bln, sejak ".
           02 TD-TERTUA PIC 9(06).
           02 FILLER    PIC X(04) VALUE " Rp ".
           02 TD-JUMLAH PIC Z(8)9.
           02 FILLER    PIC X(30) VALUE SPACES.

       01 TUNGGAK-KELAS-LINE.
           02 FILLER    PIC X(06) VALUE "Kelas ".
           02 TK-KELAS  PIC X(06).
           02 FILLER    PIC X(02) VALUE ": ".
           02 TK-SISWA  PIC ZZZ9.
           02 FILLER    PIC X(20) VALUE " siswa menunggak, Rp".
           02 TK-JUMLAH PIC Z(9)9.
           02 FILLER    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * SPP (UANG SEKOLAH) - buku SPP.txt menggantikan buku besar
      * tulis tangan:
      *   T: penagihan bulanan, satu tagihan per siswa aktif
      *      menurut tarif tingkat kelasnya dikurangi potongannya;
      *      siswa keluar/lulus (STU-STATUS bukan A) tidak ditagih,
      *      siswa yang sudah ditagih bulan itu dilewati
      *   B: pembayaran di loket, dialokasikan ke bulan tertunggak
      *      tertua, dengan kwitansi bernomor dari seri "SPP"
      *   L: laporan tunggakan per kelas (SPPTGK.txt)
      *   R: rekening koran satu siswa (SPPREK.txt)
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "SPP" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== SPP / UANG SEKOLAH ===".
            DISPLAY "Mode (T)agih bulanan / (B)ayar / (L)aporan ",
                    "tunggakan / (R)ekening siswa : ".
            ACCEPT mode-input.
            EVALUATE TRUE
                WHEN mode-tagih    PERFORM TAGIH-BULANAN
                WHEN mode-bayar    PERFORM BAYAR-SPP
                WHEN mode-tunggak  PERFORM LAPORAN-TUNGGAKAN
                WHEN mode-rekening PERFORM REKENING-SISWA
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
                    MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            MOVE "SPP" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       MINTA-BULAN.
            ACCEPT bulan-input.
            IF bulan-input = 0
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
            END-IF.

      *-----------------------
      * PENAGIHAN BULANAN
      *-----------------------
       TAGIH-BULANAN.
            DISPLAY "Bulan tagihan (YYYYMM, 0 = bulan berjalan): ".
            PERFORM MINTA-BULAN.
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "N"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            IF WS-PRD-BUKA
                PERFORM MUAT-TARIF
                PERFORM MUAT-POTONGAN
                PERFORM MUAT-KELAS
                PERFORM MUAT-SUDAH-TAGIH
                OPEN INPUT STUDENT
                IF WS-FS NOT = "00"
                    DISPLAY "Roster (DATA.txt) tidak terbuka, status ",
                            WS-FS
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM BUKA-BUKU-SPP
                    MOVE "N" TO ws-eof
                    MOVE 0 TO STUDENT-ID
                    START STUDENT KEY IS > STUDENT-ID
                        INVALID KEY MOVE "Y" TO ws-eof
                    END-START
                    PERFORM TAGIH-SATU-SISWA UNTIL ws-eof = "Y"
                    CLOSE SPP-FILE
                    CLOSE STUDENT
                    PERFORM TAMPIL-HASIL-TAGIH
                END-IF
            END-IF.

       BUKA-BUKU-SPP.
            OPEN EXTEND SPP-FILE.
            IF ws-spp-status = "35"
                OPEN OUTPUT SPP-FILE
            END-IF.

       TAGIH-SATU-SISWA.
            READ STUDENT NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    IF STU-STATUS NOT = "A"
                        ADD 1 TO lewat-count
                    ELSE
                        PERFORM CARI-SUDAH-TAGIH
                        IF sudah-ditagih
                            ADD 1 TO ada-count
                        ELSE
                            PERFORM HITUNG-TAGIHAN
                        END-IF
                    END-IF
            END-READ.

       CARI-SUDAH-TAGIH.
            MOVE "N" TO ws-sudah.
            PERFORM BANDING-SUDAH-TAGIH
                VARYING sudah-idx FROM 1 BY 1
                UNTIL sudah-idx > sudah-count.

       BANDING-SUDAH-TAGIH.
            IF SDH-NIS (sudah-idx) = STUDENT-ID
                MOVE "Y" TO ws-sudah
            END-IF.

      *    tarif dari tingkat kelas siswa; potongan persen dibulatkan
      *    ke rupiah terdekat, potongan nominal tidak melewati tarif
       HITUNG-TAGIHAN.
            MOVE 0 TO ws-tingkat.
            MOVE 0 TO ws-tarif.
            PERFORM CARI-TINGKAT
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF ws-tingkat NOT = 0
                PERFORM CARI-TARIF-TINGKAT
                    VARYING tarif-idx FROM 1 BY 1
                    UNTIL tarif-idx > tarif-count
            END-IF.
            IF ws-tarif = 0
                DISPLAY "NIS ", STUDENT-ID, " kelas ", STU-KELAS,
                        " tanpa tarif SPP, tidak ditagih"
                ADD 1 TO tanpa-count
            ELSE
                MOVE 0 TO ws-potong
                PERFORM CARI-POTONGAN-SISWA
                    VARYING disk-idx FROM 1 BY 1
                    UNTIL disk-idx > disk-count
                IF ws-potong > ws-tarif
                    MOVE ws-tarif TO ws-potong
                END-IF
                COMPUTE ws-tagihan = ws-tarif - ws-potong
                MOVE SPACES       TO SPP-RECORD
                MOVE STUDENT-ID   TO SP-NIS
                MOVE bulan-input  TO SP-BULAN
                MOVE "T"          TO SP-JENIS
                MOVE ws-tagihan   TO SP-JUMLAH
                MOVE WS-TGL-USAHA TO SP-TGL
                MOVE STU-KELAS    TO SP-KELAS
                MOVE 0            TO SP-NO
                MOVE WS-SESI-ID   TO SP-OPER
                WRITE SPP-RECORD
                IF ws-spp-status NOT = "00"
                    DISPLAY "Gagal menulis SPP.txt, status ",
                            ws-spp-status
                    MOVE 1 TO RETURN-CODE
                ELSE
                    ADD 1 TO tagih-count
                    ADD ws-tagihan TO tagih-total
                END-IF
            END-IF.

       CARI-TINGKAT.
            IF KLT-KODE (kelas-idx) = STU-KELAS
                MOVE KLT-TINGKAT (kelas-idx) TO ws-tingkat
            END-IF.

       CARI-TARIF-TINGKAT.
            IF STT-TINGKAT (tarif-idx) = ws-tingkat
                MOVE STT-JUMLAH (tarif-idx) TO ws-tarif
            END-IF.

       CARI-POTONGAN-SISWA.
            IF SDT-NIS (disk-idx) = STUDENT-ID
                IF SDT-JENIS (disk-idx) = "P"
                    COMPUTE ws-potong ROUNDED =
                        ws-tarif * SDT-NILAI (disk-idx) / 100
                ELSE
                    MOVE SDT-NILAI (disk-idx) TO ws-potong
                END-IF
            END-IF.

       TAMPIL-HASIL-TAGIH.
            MOVE tagih-total TO ws-amt.
            DISPLAY "Tagihan bulan ", bulan-input, ": ", tagih-count,
                    " siswa, Rp ", ws-amt.
            DISPLAY ada-count, " sudah ditagih sebelumnya, ",
                    lewat-count, " tidak aktif (tidak ditagih)".
            IF tanpa-count > 0
                DISPLAY tanpa-count, " siswa aktif tanpa tarif; ",
                        "lengkapi KELAS.txt / tarif SPP lalu ",
                        "jalankan ulang"
                MOVE 1 TO RETURN-CODE
            END-IF.

       MUAT-TARIF.
            MOVE 0 TO tarif-count.
            OPEN INPUT SPPTARIF-FILE.
            IF ws-spt-status = "00"
                PERFORM AMBIL-BARIS-TARIF
                    UNTIL ws-spt-status NOT = "00"
                CLOSE SPPTARIF-FILE
            END-IF.

       AMBIL-BARIS-TARIF.
            READ SPPTARIF-FILE
                AT END CONTINUE
                NOT AT END
                    IF tarif-count < 20
                        ADD 1 TO tarif-count
                        MOVE ST-TINGKAT TO STT-TINGKAT (tarif-count)
                        MOVE ST-JUMLAH  TO STT-JUMLAH (tarif-count)
                    END-IF
            END-READ.

       MUAT-POTONGAN.
            MOVE 0 TO disk-count.
            OPEN INPUT SPPDISK-FILE.
            IF ws-spd-status = "00"
                PERFORM AMBIL-BARIS-POTONGAN
                    UNTIL ws-spd-status NOT = "00"
                CLOSE SPPDISK-FILE
            END-IF.

       AMBIL-BARIS-POTONGAN.
            READ SPPDISK-FILE
                AT END CONTINUE
                NOT AT END
                    IF disk-count < 500
                        ADD 1 TO disk-count
                        MOVE SD-NIS   TO SDT-NIS (disk-count)
                        MOVE SD-JENIS TO SDT-JENIS (disk-count)
                        MOVE SD-NILAI TO SDT-NILAI (disk-count)
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
                    IF kelas-count < 50
                        ADD 1 TO kelas-count
                        MOVE KL-KODE    TO KLT-KODE (kelas-count)
                        MOVE KL-TINGKAT TO KLT-TINGKAT (kelas-count)
                    END-IF
            END-READ.

       MUAT-SUDAH-TAGIH.
            MOVE 0 TO sudah-count.
            OPEN INPUT SPP-FILE.
            IF ws-spp-status = "00"
                PERFORM AMBIL-SUDAH-TAGIH
                    UNTIL ws-spp-status NOT = "00"
                CLOSE SPP-FILE
            END-IF.

       AMBIL-SUDAH-TAGIH.
            READ SPP-FILE
                AT END CONTINUE
                NOT AT END
                    IF SP-JENIS = "T" AND SP-BULAN = bulan-input
                        IF sudah-count >= 3000
                            DISPLAY "Tabel tagihan penuh, NIS ",
                                    SP-NIS, " bisa tertagih ganda"
                        ELSE
                            ADD 1 TO sudah-count
                            MOVE SP-NIS TO SDH-NIS (sudah-count)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * PEMBAYARAN - siswa keluar/lulus tetap bisa melunasi
      * tunggakannya; pembayaran melebihi tunggakan ditolak
      *-----------------------
       BAYAR-SPP.
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "Y"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            IF WS-PRD-BUKA
                MOVE SPACE TO TAMBAH-DATA
                PERFORM BAYAR-SATU UNTIL TIDAK
                DISPLAY bayar-count, " pembayaran dicatat"
            END-IF.

       BAYAR-SATU.
            DISPLAY "NIS siswa                     : ".
            ACCEPT nis-input.
            PERFORM PERIKSA-SISWA.
            IF siswa-sah
                PERFORM MUAT-REKENING-SISWA
                DISPLAY SW-NIS, " ", SW-NAMA, " kelas ", SW-KELAS,
                        " status ", SW-STATUS
                IF total-tunggak = 0
                    DISPLAY "Tidak ada tunggakan SPP"
                ELSE
                    PERFORM TAMPIL-BULAN-TUNGGAK
                        VARYING bulan-idx FROM 1 BY 1
                        UNTIL bulan-idx > bulan-count
                    MOVE total-tunggak TO ws-amt
                    DISPLAY "Total tunggakan ", bulan-tunggak,
                            " bulan Rp ", ws-amt
                    DISPLAY "Jumlah dibayar (Rp)           : "
                    ACCEPT jumlah-input
                    EVALUATE TRUE
                        WHEN jumlah-input = 0
                            DISPLAY "Jumlah 0, tidak dicatat"
                        WHEN jumlah-input > total-tunggak
                            DISPLAY "Melebihi tunggakan, tidak ",
                                    "dicatat"
                        WHEN OTHER
                            PERFORM CATAT-PEMBAYARAN
                    END-EVALUATE
                END-IF
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       TAMPIL-BULAN-TUNGGAK.
            IF BT-TAGIH (bulan-idx) > BT-BAYAR (bulan-idx)
                COMPUTE tunggak-bln =
                    BT-TAGIH (bulan-idx) - BT-BAYAR (bulan-idx)
                MOVE tunggak-bln TO ws-amt
                DISPLAY "  bulan ", BT-BULAN (bulan-idx),
                        " kurang Rp ", ws-amt
            END-IF.

       CATAT-PEMBAYARAN.
            MOVE "SPP" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE 0         TO NM-AWAL
                MOVE 999999999 TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            IF NOMOR-OK
                MOVE jumlah-input TO sisa-bayar
                MOVE 0 TO kw-count
                PERFORM BUKA-BUKU-SPP
                PERFORM ALOKASI-SATU-BULAN
                    VARYING bulan-idx FROM 1 BY 1
                    UNTIL bulan-idx > bulan-count
                       OR sisa-bayar = 0
                CLOSE SPP-FILE
                SUBTRACT jumlah-input FROM total-tunggak
                PERFORM CETAK-KWITANSI
                ADD 1 TO bayar-count
            END-IF.

       ALOKASI-SATU-BULAN.
            IF BT-TAGIH (bulan-idx) > BT-BAYAR (bulan-idx)
                COMPUTE tunggak-bln =
                    BT-TAGIH (bulan-idx) - BT-BAYAR (bulan-idx)
                IF sisa-bayar < tunggak-bln
                    MOVE sisa-bayar TO alokasi
                ELSE
                    MOVE tunggak-bln TO alokasi
                END-IF
                MOVE SPACES            TO SPP-RECORD
                MOVE SW-NIS            TO SP-NIS
                MOVE BT-BULAN (bulan-idx) TO SP-BULAN
                MOVE "B"               TO SP-JENIS
                MOVE alokasi           TO SP-JUMLAH
                MOVE WS-TGL-USAHA      TO SP-TGL
                MOVE SW-KELAS          TO SP-KELAS
                MOVE NM-NOMOR          TO SP-NO
                MOVE WS-SESI-ID        TO SP-OPER
                WRITE SPP-RECORD
                IF ws-spp-status NOT = "00"
                    DISPLAY "Gagal menulis SPP.txt, status ",
                            ws-spp-status
                    MOVE 1 TO RETURN-CODE
                END-IF
                ADD alokasi TO BT-BAYAR (bulan-idx)
                SUBTRACT alokasi FROM sisa-bayar
                ADD 1 TO kw-count
                MOVE BT-BULAN (bulan-idx) TO KWT-BULAN (kw-count)
                MOVE alokasi TO KWT-JUMLAH (kw-count)
            END-IF.

       CETAK-KWITANSI.
            OPEN EXTEND KWITANSI-FILE.
            IF ws-kw-status = "35"
                OPEN OUTPUT KWITANSI-FILE
            END-IF.
            MOVE SPACES TO CETAK-LINE.
            STRING "=== KWITANSI SPP No. " NM-NOMOR " - tanggal "
                   WS-TGL-USAHA " ===" DELIMITED BY SIZE
                INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.
            MOVE SPACES TO CETAK-LINE.
            STRING "NIS " SW-NIS " " SW-NAMA " kelas " SW-KELAS
                DELIMITED BY SIZE INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.
            PERFORM TULIS-BARIS-KWITANSI
                VARYING kw-idx FROM 1 BY 1 UNTIL kw-idx > kw-count.
            MOVE jumlah-input TO ws-amt.
            MOVE SPACES TO CETAK-LINE.
            STRING "  Jumlah dibayar        Rp " ws-amt
                DELIMITED BY SIZE INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.
            MOVE total-tunggak TO ws-amt.
            MOVE SPACES TO CETAK-LINE.
            STRING "  Sisa tunggakan        Rp " ws-amt
                DELIMITED BY SIZE INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.
            MOVE SPACES TO CETAK-LINE.
            STRING "  Diterima operator " WS-SESI-ID
                DELIMITED BY SIZE INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.
            CLOSE KWITANSI-FILE.

       TULIS-BARIS-KWITANSI.
            MOVE KWT-JUMLAH (kw-idx) TO ws-amt.
            MOVE SPACES TO CETAK-LINE.
            STRING "  SPP bulan " KWT-BULAN (kw-idx) "       Rp "
                   ws-amt DELIMITED BY SIZE INTO CETAK-LINE.
            PERFORM TULIS-KWITANSI.

       TULIS-KWITANSI.
            MOVE CETAK-LINE TO KWITANSI-RECORD.
            WRITE KWITANSI-RECORD.
            DISPLAY CETAK-LINE.

       PERIKSA-SISWA.
            MOVE "N" TO ws-siswa-sah.
            OPEN INPUT STUDENT.
            IF WS-FS NOT = "00"
                DISPLAY "Roster (DATA.txt) tidak terbuka, status ",
                        WS-FS
            ELSE
                MOVE nis-input TO STUDENT-ID
                READ STUDENT
                    INVALID KEY
                        DISPLAY "NIS ", nis-input,
                                " tidak ada di roster"
                    NOT INVALID KEY
                        MOVE "Y"        TO ws-siswa-sah
                        MOVE STUDENT-ID TO SW-NIS
                        MOVE NAME       TO SW-NAMA
                        MOVE STU-KELAS  TO SW-KELAS
                        MOVE STU-STATUS TO SW-STATUS
                END-READ
                CLOSE STUDENT
            END-IF.

      *-----------------------
      * rekening satu siswa (SW-NIS) per bulan, urut bulan
      *-----------------------
       MUAT-REKENING-SISWA.
            MOVE 0 TO bulan-count.
            MOVE 0 TO total-tagih.
            MOVE 0 TO total-bayar.
            OPEN INPUT SPP-FILE.
            IF ws-spp-status = "00"
                PERFORM AMBIL-REKENING-SISWA
                    UNTIL ws-spp-status NOT = "00"
                CLOSE SPP-FILE
            END-IF.
            MOVE 0 TO total-tunggak.
            MOVE 0 TO bulan-tunggak.
            PERFORM HITUNG-TUNGGAK-BULAN
                VARYING bulan-idx FROM 1 BY 1
                UNTIL bulan-idx > bulan-count.

       AMBIL-REKENING-SISWA.
            READ SPP-FILE
                AT END CONTINUE
                NOT AT END
                    IF SP-NIS = SW-NIS
                        PERFORM CARI-BULAN-REKENING
                        IF bulan-hit NOT = 0
                            IF SP-JENIS = "T"
                                ADD SP-JUMLAH TO BT-TAGIH (bulan-hit)
                                ADD SP-JUMLAH TO total-tagih
                            ELSE
                                ADD SP-JUMLAH TO BT-BAYAR (bulan-hit)
                                ADD SP-JUMLAH TO total-bayar
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *    bulan baru disisipkan pada urutannya
       CARI-BULAN-REKENING.
            MOVE 0 TO bulan-hit.
            MOVE 0 TO bulan-pos.
            PERFORM BANDING-BULAN
                VARYING bulan-idx FROM 1 BY 1
                UNTIL bulan-idx > bulan-count.
            IF bulan-hit = 0
                IF bulan-count >= 120
                    DISPLAY "Rekening lebih dari 120 bulan, bulan ",
                            SP-BULAN, " dilewati"
                ELSE
                    IF bulan-pos = 0
                        COMPUTE bulan-pos = bulan-count + 1
                    END-IF
                    PERFORM GESER-BULAN
                        VARYING bulan-idx FROM bulan-count BY -1
                        UNTIL bulan-idx < bulan-pos
                    ADD 1 TO bulan-count
                    MOVE bulan-pos TO bulan-hit
                    MOVE SP-BULAN  TO BT-BULAN (bulan-hit)
                    MOVE 0         TO BT-TAGIH (bulan-hit)
                    MOVE 0         TO BT-BAYAR (bulan-hit)
                END-IF
            END-IF.

       BANDING-BULAN.
            IF BT-BULAN (bulan-idx) = SP-BULAN
                MOVE bulan-idx TO bulan-hit
            END-IF.
            IF bulan-pos = 0 AND BT-BULAN (bulan-idx) > SP-BULAN
                MOVE bulan-idx TO bulan-pos
            END-IF.

       GESER-BULAN.
            MOVE BULAN-ENTRY (bulan-idx) TO BULAN-ENTRY (bulan-idx + 1).

       HITUNG-TUNGGAK-BULAN.
            IF BT-TAGIH (bulan-idx) > BT-BAYAR (bulan-idx)
                COMPUTE total-tunggak = total-tunggak +
                    BT-TAGIH (bulan-idx) - BT-BAYAR (bulan-idx)
                ADD 1 TO bulan-tunggak
            END-IF.

      *-----------------------
      * REKENING KORAN SATU SISWA - setiap tagihan dan pembayaran
      * dengan saldo berjalan, ditulis ulang ke SPPREK.txt
      *-----------------------
       REKENING-SISWA.
            DISPLAY "NIS siswa                     : ".
            ACCEPT nis-input.
            PERFORM PERIKSA-SISWA.
            IF siswa-sah
                PERFORM MUAT-REKENING-SISWA
                OPEN OUTPUT REKENING-FILE
                MOVE SPACES TO CETAK-LINE
                STRING "=== REKENING SPP " SW-NIS " " SW-NAMA
                       " - tanggal " WS-TGL-USAHA " ==="
                    DELIMITED BY SIZE INTO CETAK-LINE
                PERFORM TULIS-REKENING
                MOVE SPACES TO CETAK-LINE
                STRING "Kelas " SW-KELAS "  status " SW-STATUS
                    DELIMITED BY SIZE INTO CETAK-LINE
                PERFORM TULIS-REKENING
                MOVE "TANGGAL  BULAN  KETERANGAN              TAGIHAN"
                    TO CETAK-LINE
                MOVE "     BAYAR      SALDO" TO CETAK-LINE (51:21)
                PERFORM TULIS-REKENING
                MOVE 0 TO saldo-jalan
                OPEN INPUT SPP-FILE
                IF ws-spp-status = "00"
                    PERFORM CETAK-BARIS-REKENING
                        UNTIL ws-spp-status NOT = "00"
                    CLOSE SPP-FILE
                END-IF
                MOVE total-tunggak TO ws-amt
                MOVE SPACES TO CETAK-LINE
                STRING "Tunggakan " bulan-tunggak " bulan, Rp " ws-amt
                    DELIMITED BY SIZE INTO CETAK-LINE
                PERFORM TULIS-REKENING
                CLOSE REKENING-FILE
            END-IF.

       CETAK-BARIS-REKENING.
            READ SPP-FILE
                AT END CONTINUE
                NOT AT END
                    IF SP-NIS = SW-NIS
                        MOVE SPACES TO CETAK-LINE
                        MOVE SP-TGL   TO CETAK-LINE (1:8)
                        MOVE SP-BULAN TO CETAK-LINE (10:6)
                        MOVE SP-JUMLAH TO ws-amt
                        IF SP-JENIS = "T"
                            MOVE "Tagihan SPP" TO CETAK-LINE (17:20)
                            MOVE ws-amt TO CETAK-LINE (41:9)
                            ADD SP-JUMLAH TO saldo-jalan
                        ELSE
                            MOVE "Bayar kw." TO CETAK-LINE (17:10)
                            MOVE SP-NO TO CETAK-LINE (27:9)
                            MOVE ws-amt TO CETAK-LINE (51:9)
                            SUBTRACT SP-JUMLAH FROM saldo-jalan
                        END-IF
                        MOVE saldo-jalan TO ws-saldo-ed
                        MOVE ws-saldo-ed TO CETAK-LINE (61:10)
                        PERFORM TULIS-REKENING
                    END-IF
            END-READ.

       TULIS-REKENING.
            MOVE CETAK-LINE TO REKENING-RECORD.
            WRITE REKENING-RECORD.
            DISPLAY CETAK-LINE.

      *-----------------------
      * LAPORAN TUNGGAKAN PER KELAS - buku SPP diurut per NIS dan
      * bulan; tagihan sampai bulan batas yang belum lunas dihitung
      * per bulan, satu baris per siswa menunggak, lalu diurut per
      * kelas roster saat ini dengan subtotal kelas
      *-----------------------
       LAPORAN-TUNGGAKAN.
            DISPLAY "Tunggakan s/d bulan (YYYYMM, 0 = bulan ",
                    "berjalan): ".
            PERFORM MINTA-BULAN.
            OPEN INPUT SPP-FILE.
            IF ws-spp-status NOT = "00"
                DISPLAY "Buku SPP (SPP.txt) belum ada"
            ELSE
                CLOSE SPP-FILE
                SORT SORT-SPP
                    ON ASCENDING KEY SS-NIS
                    ON ASCENDING KEY SS-BULAN
                    USING SPP-FILE
                    GIVING SORTED-SPP
                OPEN INPUT STUDENT
                OPEN OUTPUT PRE-REKAP
                MOVE 0 TO cur-nis
                MOVE 0 TO cur-bulan
                OPEN INPUT SORTED-SPP
                PERFORM REKAP-BARIS-SPP
                    UNTIL ws-srt-status NOT = "00"
                CLOSE SORTED-SPP
                PERFORM SELESAI-NIS
                CLOSE PRE-REKAP
                CLOSE STUDENT
                SORT SORT-REKAP
                    ON ASCENDING KEY RS-KELAS
                    ON ASCENDING KEY RS-NIS
                    USING PRE-REKAP
                    GIVING SORTED-REKAP
                PERFORM CETAK-TUNGGAKAN
            END-IF.

       REKAP-BARIS-SPP.
            READ SORTED-SPP
                AT END CONTINUE
                NOT AT END
                    IF SO-NIS NOT = cur-nis
                        PERFORM SELESAI-NIS
                        MOVE SO-NIS TO cur-nis
                        MOVE 0 TO cur-bulan
                        MOVE 0 TO nis-tunggak
                        MOVE 0 TO nis-bulan-n
                        MOVE 0 TO nis-tertua
                    END-IF
                    IF SO-BULAN NOT = cur-bulan
                        PERFORM SELESAI-BULAN
                        MOVE SO-BULAN TO cur-bulan
                    END-IF
                    IF SO-BULAN <= bulan-input
                        IF SO-JENIS = "T"
                            ADD SO-JUMLAH TO bln-tagih
                        ELSE
                            ADD SO-JUMLAH TO bln-bayar
                        END-IF
                    END-IF
                    MOVE SO-KELAS TO cur-kelas
            END-READ.

       SELESAI-BULAN.
            IF bln-tagih > bln-bayar
                COMPUTE nis-tunggak = nis-tunggak + bln-tagih
                                    - bln-bayar
                ADD 1 TO nis-bulan-n
                IF nis-tertua = 0
                    MOVE cur-bulan TO nis-tertua
                END-IF
            END-IF.
            MOVE 0 TO bln-tagih.
            MOVE 0 TO bln-bayar.

      *    kelas dan nama dari roster; siswa yang sudah hilang dari
      *    roster memakai kelas di baris bukunya yang terakhir
       SELESAI-NIS.
            PERFORM SELESAI-BULAN.
            IF cur-nis NOT = 0 AND nis-tunggak > 0
                MOVE SPACES      TO PRE-REKAP-REC
                MOVE cur-kelas   TO RP-KELAS
                MOVE cur-nis     TO RP-NIS
                MOVE "(tidak ada di roster)" TO RP-NAMA
                MOVE "?"         TO RP-STATUS
                MOVE cur-nis     TO STUDENT-ID
                READ STUDENT
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE STU-KELAS  TO RP-KELAS
                        MOVE NAME       TO RP-NAMA
                        MOVE STU-STATUS TO RP-STATUS
                END-READ
                MOVE nis-bulan-n TO RP-BULAN-N
                MOVE nis-tertua  TO RP-TERTUA
                MOVE nis-tunggak TO RP-TUNGGAK
                WRITE PRE-REKAP-REC
            END-IF.
            MOVE 0 TO nis-tunggak.

       CETAK-TUNGGAKAN.
            OPEN EXTEND TUNGGAK-REPORT.
            IF ws-rpt-status = "35"
                OPEN OUTPUT TUNGGAK-REPORT
            END-IF.
            MOVE bulan-input  TO TH-BULAN.
            MOVE WS-TGL-USAHA TO TH-TGL.
            MOVE TUNGGAK-HEADER-LINE TO TUNGGAK-RECORD.
            PERFORM TULIS-TUNGGAKAN.
            MOVE SPACES TO ws-kelas-lalu.
            MOVE 0 TO kelas-siswa.
            MOVE 0 TO kelas-tunggak.
            MOVE 0 TO semua-siswa.
            MOVE 0 TO semua-tunggak.
            OPEN INPUT SORTED-REKAP.
            PERFORM CETAK-BARIS-TUNGGAKAN
                UNTIL ws-rko-status NOT = "00".
            CLOSE SORTED-REKAP.
            PERFORM CETAK-TOTAL-KELAS.
            MOVE semua-tunggak TO ws-amt.
            MOVE SPACES TO TUNGGAK-RECORD.
            STRING "Seluruhnya: " semua-siswa " siswa menunggak, Rp "
                   ws-amt DELIMITED BY SIZE INTO TUNGGAK-RECORD.
            PERFORM TULIS-TUNGGAKAN.
            CLOSE TUNGGAK-REPORT.

       CETAK-BARIS-TUNGGAKAN.
            READ SORTED-REKAP
                AT END CONTINUE
                NOT AT END
                    IF RO-KELAS NOT = ws-kelas-lalu
                        PERFORM CETAK-TOTAL-KELAS
                        MOVE RO-KELAS TO ws-kelas-lalu
                        MOVE SPACES TO TUNGGAK-RECORD
                        STRING "--- Kelas " RO-KELAS " ---"
                            DELIMITED BY SIZE INTO TUNGGAK-RECORD
                        PERFORM TULIS-TUNGGAKAN
                    END-IF
                    MOVE RO-NIS     TO TD-NIS
                    MOVE RO-NAMA    TO TD-NAMA
                    MOVE RO-STATUS  TO TD-STATUS
                    MOVE RO-BULAN-N TO TD-BULAN
                    MOVE RO-TERTUA  TO TD-TERTUA
                    MOVE RO-TUNGGAK TO TD-JUMLAH
                    MOVE TUNGGAK-DETAIL-LINE TO TUNGGAK-RECORD
                    PERFORM TULIS-TUNGGAKAN
                    ADD 1 TO kelas-siswa
                    ADD RO-TUNGGAK TO kelas-tunggak
                    ADD 1 TO semua-siswa
                    ADD RO-TUNGGAK TO semua-tunggak
            END-READ.

       CETAK-TOTAL-KELAS.
            IF kelas-siswa > 0
                MOVE ws-kelas-lalu TO TK-KELAS
                MOVE kelas-siswa   TO TK-SISWA
                MOVE kelas-tunggak TO TK-JUMLAH
                MOVE TUNGGAK-KELAS-LINE TO TUNGGAK-RECORD
                PERFORM TULIS-TUNGGAKAN
            END-IF.
            MOVE 0 TO kelas-siswa.
            MOVE 0 TO kelas-tunggak.

       TULIS-TUNGGAKAN.
            WRITE TUNGGAK-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis SPPTGK.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY TUNGGAK-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY NOMORAMB.

           COPY PRDCEK.
