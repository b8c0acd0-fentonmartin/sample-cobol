       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARGET.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY TGTSEL.
           COPY ITEMSEL.
           COPY JRNLDSEL.
           SELECT ARSIP-DETAIL ASSIGN TO "JRNLDETA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT CAPAIAN-REPORT ASSIGN TO "CAPAIAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY TGTFD.

           COPY ITEMFD.

           COPY JRNLDFD.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==ARSIP-DETAIL==
                          ==JRNLD-RECORD== BY ==ARSIPD-RECORD==
                          LEADING ==JD== BY ==AD==.

       FD CAPAIAN-REPORT.
       01 CAPAIAN-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-tg-status  pic X(02).
       77 ws-mi-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-ad-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TAMBAH.
       77 mode-input    pic X(01).
           88 mode-atur     value "A", "a".
           88 mode-daftar   value "D", "d".
           88 mode-laporan  value "L", "l".
       77 bulan-input   pic 9(06).
       77 kategori-input pic X(04).
       77 target-input  pic 9(10).
       77 tgl-input     pic 9(08).
       77 ws-bulan      pic 9(06).
       77 tgl-awal      pic 9(08).
       77 tgt-count     pic 9(03) value 0.
       77 tgt-idx       pic 9(03) comp.
       77 tgt-pos       pic 9(03) value 0.
       77 itm-count     pic 9(03) value 0.
       77 itm-idx       pic 9(03) comp.
       77 itm-pos       pic 9(03) value 0.
       77 kat-count     pic 9(02) value 0.
       77 kat-idx       pic 9(02) comp.
       77 kat-pos       pic 9(02) value 0.
       77 kat-cari      pic X(04).
       77 kode-cari     pic X(04).
       77 hari-bulan    pic 9(02) value 0.
       77 hari-lewat    pic 9(02) value 0.
       77 hari-sisa     pic 9(02) value 0.
       77 t-target      pic 9(10).
       77 t-aktual      pic S9(10).
       77 t-harian      pic 9(10).
       77 t-mtd         pic 9(10).
       77 t-sisa        pic S9(10).
       77 t-perlu       pic 9(10).
       77 t-pct         pic S9(07).
       77 tot-target    pic 9(11) value 0.
       77 tot-aktual    pic S9(11) value 0.
       77 ws-ubah       pic X(01) value "N".
           88 ada-perubahan value "Y".

      *-----------------------
      * antarmuka HARIUTIL: 'L' hari tutup?, 'T' tanggal + n hari
      *-----------------------
       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

       01 JALAN-TGL.
           05 JT-BULAN PIC 9(06).
           05 JT-HARI  PIC 9(02).
       01 JALAN-TGL-N REDEFINES JALAN-TGL PIC 9(08).

      *-----------------------
      * berkas target dimuat utuh dan ditulis ulang bila diubah
      *-----------------------
       01 TGT-TABEL.
           05 TGT-ENTRY OCCURS 300 TIMES.
               10 TGT-BULAN    PIC 9(06).
               10 TGT-KATEGORI PIC X(04).
               10 TGT-TARGET   PIC 9(10).

      *-----------------------
      * kategori per kode menu: record MENUITEM terbaru per kode
      * yang tanggal mulainya sudah tercapai pada tanggal laporan
      *-----------------------
       01 ITM-TABEL.
           05 ITM-ENTRY OCCURS 100 TIMES.
               10 ITM-KODE     PIC X(04).
               10 ITM-KATEGORI PIC X(04).
               10 ITM-MULAI    PIC 9(08).

       01 KAT-TABEL.
           05 KAT-ENTRY OCCURS 20 TIMES.
               10 KAT-KODE   PIC X(04).
               10 KAT-TARGET PIC 9(10).
               10 KAT-AKTUAL PIC S9(10).

       01 RPT-HEADER-LINE.
           02 FILLER   PIC X(25) VALUE "=== CAPAIAN TARGET BULAN ".
           02 RCH-BULAN PIC 9(06).
           02 FILLER   PIC X(05) VALUE " S/D ".
           02 RCH-TGL  PIC 9(08).
           02 FILLER   PIC X(04) VALUE " ===".
           02 FILLER   PIC X(52) VALUE SPACES.

       01 RPT-HARI-LINE.
           02 FILLER   PIC X(21) VALUE "Hari buka bulan ini: ".
           02 RCD-BULAN PIC Z9.
           02 FILLER   PIC X(15) VALUE ", sudah lewat: ".
           02 RCD-LEWAT PIC Z9.
           02 FILLER   PIC X(11) VALUE ", tersisa: ".
           02 RCD-SISA PIC Z9.
           02 FILLER   PIC X(47) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER PIC X(40)
               VALUE "KATG   Target bln     Harian  Target s/d".
           02 FILLER PIC X(31)
               VALUE "      Aktual  Capai  Perlu/hari".
           02 FILLER PIC X(29) VALUE SPACES.

       01 RPT-TARGET-LINE.
           02 RC-KATEGORI PIC X(06).
           02 RC-BULAN    PIC Z(10)9.
           02 FILLER      PIC X(01) VALUE SPACE.
           02 RC-HARIAN   PIC Z(9)9.
           02 FILLER      PIC X(01) VALUE SPACE.
           02 RC-MTD      PIC Z(10)9.
           02 FILLER      PIC X(01) VALUE SPACE.
           02 RC-AKTUAL   PIC -(10)9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RC-PCT      PIC ZZZ9.
           02 FILLER      PIC X(01) VALUE "%".
           02 FILLER      PIC X(01) VALUE SPACE.
           02 RC-PERLU    PIC Z(10)9.
           02 FILLER      PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "TARGET" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            MOVE "N" TO ws-ubah.
            PERFORM MUAT-TARGET.
            DISPLAY "=== TARGET PENJUALAN BULANAN ===".
            DISPLAY "Mode (A)tur target / (D)aftar / (L)aporan ",
                    "capaian : ".
            ACCEPT mode-input.
            EVALUATE TRUE
                WHEN mode-atur
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM ATUR-TARGET UNTIL TIDAK
                    IF ada-perubahan
                        PERFORM SIMPAN-TARGET
                    END-IF
                WHEN mode-daftar
                    PERFORM DAFTAR-TARGET
                        VARYING tgt-idx FROM 1 BY 1
                        UNTIL tgt-idx > tgt-count
                WHEN mode-laporan
                    PERFORM LAPORAN-CAPAIAN
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            MOVE "TARGET" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * BERKAS TARGET
      *-----------------------
       MUAT-TARGET.
            MOVE 0 TO tgt-count.
            OPEN INPUT TARGET-FILE.
            IF ws-tg-status = "00"
                PERFORM AMBIL-BARIS-TARGET
                    UNTIL ws-tg-status NOT = "00"
                CLOSE TARGET-FILE
            END-IF.

       AMBIL-BARIS-TARGET.
            READ TARGET-FILE
                AT END CONTINUE
                NOT AT END
                    IF tgt-count >= 300
                        DISPLAY "Tabel target penuh, ", TG-BULAN, " ",
                                TG-KATEGORI, " dilewati"
                    ELSE
                        ADD 1 TO tgt-count
                        MOVE TG-BULAN    TO TGT-BULAN (tgt-count)
                        MOVE TG-KATEGORI TO TGT-KATEGORI (tgt-count)
                        MOVE TG-TARGET   TO TGT-TARGET (tgt-count)
                    END-IF
            END-READ.

       SIMPAN-TARGET.
            OPEN OUTPUT TARGET-FILE.
            PERFORM TULIS-BARIS-TARGET
                VARYING tgt-idx FROM 1 BY 1
                UNTIL tgt-idx > tgt-count.
            IF ws-tg-status NOT = "00"
                DISPLAY "Gagal menyimpan TARGET.txt, status ",
                        ws-tg-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE TARGET-FILE.

       TULIS-BARIS-TARGET.
            MOVE SPACES TO TARGET-RECORD.
            MOVE TGT-BULAN (tgt-idx)    TO TG-BULAN.
            MOVE TGT-KATEGORI (tgt-idx) TO TG-KATEGORI.
            MOVE TGT-TARGET (tgt-idx)   TO TG-TARGET.
            WRITE TARGET-RECORD.

       CARI-TARGET.
            MOVE 0 TO tgt-pos.
            PERFORM PERIKSA-TARGET
                VARYING tgt-idx FROM 1 BY 1
                UNTIL tgt-idx > tgt-count.

       PERIKSA-TARGET.
            IF TGT-BULAN (tgt-idx) = bulan-input
             AND TGT-KATEGORI (tgt-idx) = kategori-input
                MOVE tgt-idx TO tgt-pos
            END-IF.

      *-----------------------
      * ATUR - target satu bulan satu kategori; target yang sudah
      * ada diganti, kategori kosong berarti LAIN (item tanpa
      * kategori di MENUITEM.txt)
      *-----------------------
       ATUR-TARGET.
            DISPLAY "Bulan (YYYYMM, 0=bulan usaha) : ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                MOVE ws-tgl (1:6) TO bulan-input
            END-IF.
            DISPLAY "Kategori (maks 4)             : ".
            ACCEPT kategori-input.
            IF kategori-input = SPACES
                MOVE "LAIN" TO kategori-input
            END-IF.
            INSPECT kategori-input CONVERTING
                "abcdefghijklmnopqrstuvwxyz" TO
                "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            DISPLAY "Target omzet bulan (Rp)       : ".
            ACCEPT target-input.
            IF bulan-input (5:2) < "01" OR bulan-input (5:2) > "12"
                DISPLAY "Bulan tidak sah: ", bulan-input
            ELSE
                PERFORM CARI-TARGET
                EVALUATE TRUE
                    WHEN tgt-pos NOT = 0
                        MOVE target-input TO TGT-TARGET (tgt-pos)
                        MOVE "Y" TO ws-ubah
                        DISPLAY "Target ", bulan-input, " ",
                                kategori-input, " diganti"
                    WHEN tgt-count >= 300
                        DISPLAY "Tabel target penuh"
                    WHEN OTHER
                        ADD 1 TO tgt-count
                        MOVE bulan-input    TO TGT-BULAN (tgt-count)
                        MOVE kategori-input TO TGT-KATEGORI (tgt-count)
                        MOVE target-input   TO TGT-TARGET (tgt-count)
                        MOVE "Y" TO ws-ubah
                        DISPLAY "Target ", bulan-input, " ",
                                kategori-input, " dicatat"
                END-EVALUATE
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       DAFTAR-TARGET.
            DISPLAY TGT-BULAN (tgt-idx), " ", TGT-KATEGORI (tgt-idx),
                    " Rp ", TGT-TARGET (tgt-idx).

      *-----------------------
      * LAPORAN CAPAIAN - omzet item (detail jurnal hidup dan arsip)
      * sejak awal bulan sampai tanggal laporan per kategori,
      * dibanding target bulan yang dibagi rata ke hari buka
      * (Minggu dan LIBUR.txt tidak dihitung).  Target s/d ini =
      * target harian x hari buka yang sudah lewat termasuk tanggal
      * laporan; perlu/hari = sisa target dibagi hari buka tersisa.
      *-----------------------
       LAPORAN-CAPAIAN.
            DISPLAY "Tanggal laporan (YYYYMMDD, 0=tanggal usaha) : ".
            ACCEPT tgl-input.
            IF tgl-input NOT = 0
                MOVE tgl-input TO ws-tgl
            END-IF.
            MOVE ws-tgl (1:6) TO ws-bulan.
            MOVE ws-bulan TO JT-BULAN.
            MOVE 1 TO JT-HARI.
            MOVE JALAN-TGL-N TO tgl-awal.
            PERFORM HITUNG-HARI-BUKA.
            PERFORM MUAT-KATEGORI-ITEM.
            MOVE 0 TO kat-count.
            PERFORM AMBIL-TARGET-BULAN
                VARYING tgt-idx FROM 1 BY 1
                UNTIL tgt-idx > tgt-count.
            OPEN INPUT DETAIL-JOURNAL.
            IF ws-jd-status = "00"
                PERFORM AMBIL-DETAIL-HIDUP
                    UNTIL ws-jd-status NOT = "00"
                CLOSE DETAIL-JOURNAL
            END-IF.
            OPEN INPUT ARSIP-DETAIL.
            IF ws-ad-status = "00"
                PERFORM AMBIL-DETAIL-ARSIP
                    UNTIL ws-ad-status NOT = "00"
                CLOSE ARSIP-DETAIL
            END-IF.
            PERFORM TULIS-LAPORAN-CAPAIAN.

       HITUNG-HARI-BUKA.
            MOVE 0 TO hari-bulan.
            MOVE 0 TO hari-lewat.
            MOVE 0 TO hari-sisa.
            PERFORM PERIKSA-HARI-BUKA
                UNTIL JT-BULAN NOT = ws-bulan.

       PERIKSA-HARI-BUKA.
            MOVE "L" TO hu-fungsi.
            MOVE JALAN-TGL-N TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y" AND hu-harinum = 0
                ADD 1 TO hari-bulan
                IF JALAN-TGL-N <= ws-tgl
                    ADD 1 TO hari-lewat
                ELSE
                    ADD 1 TO hari-sisa
                END-IF
            END-IF.
            MOVE "T" TO hu-fungsi.
            MOVE 1 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y"
                MOVE hu-tgl-hasil TO JALAN-TGL-N
            ELSE
                MOVE 0 TO JALAN-TGL-N
            END-IF.

       MUAT-KATEGORI-ITEM.
            MOVE 0 TO itm-count.
            OPEN INPUT ITEM-FILE.
            IF ws-mi-status = "00"
                PERFORM AMBIL-BARIS-ITEM
                    UNTIL ws-mi-status NOT = "00"
                CLOSE ITEM-FILE
            ELSE
                DISPLAY "Berkas menu (MENUITEM.txt) belum ada, ",
                        "semua penjualan masuk kategori LAIN"
            END-IF.

       AMBIL-BARIS-ITEM.
            READ ITEM-FILE
                AT END CONTINUE
                NOT AT END
                    IF IR-MULAI <= ws-tgl
                        MOVE IR-KODE TO kode-cari
                        PERFORM CARI-ITEM
                        PERFORM SIMPAN-KATEGORI-ITEM
                    END-IF
            END-READ.

       SIMPAN-KATEGORI-ITEM.
            IF itm-pos = 0
                IF itm-count >= 100
                    DISPLAY "Tabel menu penuh, kode ", IR-KODE,
                            " masuk kategori LAIN"
                ELSE
                    ADD 1 TO itm-count
                    MOVE itm-count TO itm-pos
                    MOVE IR-KODE TO ITM-KODE (itm-pos)
                    MOVE 0 TO ITM-MULAI (itm-pos)
                END-IF
            END-IF.
            IF itm-pos NOT = 0
                IF IR-MULAI >= ITM-MULAI (itm-pos)
                    MOVE IR-MULAI TO ITM-MULAI (itm-pos)
                    MOVE IR-KATEGORI TO ITM-KATEGORI (itm-pos)
                    INSPECT ITM-KATEGORI (itm-pos) CONVERTING
                        "abcdefghijklmnopqrstuvwxyz" TO
                        "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF IR-KATEGORI = SPACES
                        MOVE "LAIN" TO ITM-KATEGORI (itm-pos)
                    END-IF
                END-IF
            END-IF.

       CARI-ITEM.
            MOVE 0 TO itm-pos.
            PERFORM PERIKSA-ITEM
                VARYING itm-idx FROM 1 BY 1
                UNTIL itm-idx > itm-count.

       PERIKSA-ITEM.
            IF ITM-KODE (itm-idx) = kode-cari
                MOVE itm-idx TO itm-pos
            END-IF.

       AMBIL-TARGET-BULAN.
            IF TGT-BULAN (tgt-idx) = ws-bulan
                MOVE TGT-KATEGORI (tgt-idx) TO kat-cari
                PERFORM CARI-KATEGORI
                IF kat-pos NOT = 0
                    MOVE TGT-TARGET (tgt-idx) TO KAT-TARGET (kat-pos)
                END-IF
            END-IF.

      *    kat-pos 0 hanya bila tabel kategori penuh
       CARI-KATEGORI.
            MOVE 0 TO kat-pos.
            PERFORM PERIKSA-KATEGORI
                VARYING kat-idx FROM 1 BY 1
                UNTIL kat-idx > kat-count.
            IF kat-pos = 0
                IF kat-count >= 20
                    DISPLAY "Tabel kategori penuh, ", kat-cari,
                            " dilewati"
                ELSE
                    ADD 1 TO kat-count
                    MOVE kat-count TO kat-pos
                    MOVE kat-cari TO KAT-KODE (kat-pos)
                    MOVE 0 TO KAT-TARGET (kat-pos)
                    MOVE 0 TO KAT-AKTUAL (kat-pos)
                END-IF
            END-IF.

       PERIKSA-KATEGORI.
            IF KAT-KODE (kat-idx) = kat-cari
                MOVE kat-idx TO kat-pos
            END-IF.

       AMBIL-DETAIL-HIDUP.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JD-DATE >= tgl-awal AND JD-DATE <= ws-tgl
                        PERFORM REKAP-DETAIL
                    END-IF
            END-READ.

       AMBIL-DETAIL-ARSIP.
            READ ARSIP-DETAIL
                AT END CONTINUE
                NOT AT END
                    IF AD-DATE >= tgl-awal AND AD-DATE <= ws-tgl
                        MOVE AD-KODE   TO JD-KODE
                        MOVE AD-JUMLAH TO JD-JUMLAH
                        PERFORM REKAP-DETAIL
                    END-IF
            END-READ.

      *    pembalik (void) bernilai negatif, jadi ikut ternetting
       REKAP-DETAIL.
            MOVE JD-KODE TO kode-cari.
            PERFORM CARI-ITEM.
            IF itm-pos = 0
                MOVE "LAIN" TO kat-cari
            ELSE
                MOVE ITM-KATEGORI (itm-pos) TO kat-cari
            END-IF.
            PERFORM CARI-KATEGORI.
            IF kat-pos NOT = 0
                ADD JD-JUMLAH TO KAT-AKTUAL (kat-pos)
            END-IF.

       TULIS-LAPORAN-CAPAIAN.
            OPEN INPUT CAPAIAN-REPORT.
            IF ws-rpt-status = "00"
                CLOSE CAPAIAN-REPORT
                OPEN EXTEND CAPAIAN-REPORT
            ELSE
                OPEN OUTPUT CAPAIAN-REPORT
            END-IF.
            MOVE ws-bulan TO RCH-BULAN.
            MOVE ws-tgl   TO RCH-TGL.
            MOVE RPT-HEADER-LINE TO CAPAIAN-RECORD.
            WRITE CAPAIAN-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis CAPAIAN.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            MOVE hari-bulan TO RCD-BULAN.
            MOVE hari-lewat TO RCD-LEWAT.
            MOVE hari-sisa  TO RCD-SISA.
            MOVE RPT-HARI-LINE TO CAPAIAN-RECORD.
            WRITE CAPAIAN-RECORD.
            MOVE RPT-KOLOM-LINE TO CAPAIAN-RECORD.
            WRITE CAPAIAN-RECORD.
            MOVE 0 TO tot-target.
            MOVE 0 TO tot-aktual.
            PERFORM TULIS-BARIS-KATEGORI
                VARYING kat-idx FROM 1 BY 1
                UNTIL kat-idx > kat-count.
            MOVE "TOTAL"    TO RC-KATEGORI.
            MOVE tot-target TO t-target.
            MOVE tot-aktual TO t-aktual.
            PERFORM HITUNG-CAPAIAN.
            PERFORM TULIS-BARIS-CAPAIAN.
            CLOSE CAPAIAN-REPORT.
            DISPLAY "Bulan ", ws-bulan, " s/d ", ws-tgl, ": aktual Rp",
                    RC-AKTUAL, " target s/d ini Rp", RC-MTD,
                    " capai ", RC-PCT, "%".
            DISPLAY "Laporan ditulis ke CAPAIAN.txt".

       TULIS-BARIS-KATEGORI.
            MOVE KAT-KODE (kat-idx)   TO RC-KATEGORI.
            MOVE KAT-TARGET (kat-idx) TO t-target.
            MOVE KAT-AKTUAL (kat-idx) TO t-aktual.
            ADD t-target TO tot-target.
            ADD t-aktual TO tot-aktual.
            PERFORM HITUNG-CAPAIAN.
            PERFORM TULIS-BARIS-CAPAIAN.

       HITUNG-CAPAIAN.
            IF hari-bulan = 0
                MOVE 0 TO t-harian
                MOVE t-target TO t-mtd
            ELSE
                COMPUTE t-harian ROUNDED = t-target / hari-bulan
                COMPUTE t-mtd ROUNDED =
                    t-target * hari-lewat / hari-bulan
            END-IF.
            IF t-mtd = 0 OR t-aktual < 0
                MOVE 0 TO t-pct
            ELSE
                COMPUTE t-pct ROUNDED = t-aktual * 100 / t-mtd
            END-IF.
            IF t-pct > 9999
                MOVE 9999 TO t-pct
            END-IF.
            COMPUTE t-sisa = t-target - t-aktual.
            IF t-sisa < 0
                MOVE 0 TO t-sisa
            END-IF.
      *     tanpa hari buka tersisa, seluruh sisa target jatuh ke
      *     hari buka berikutnya
            IF hari-sisa = 0
                MOVE t-sisa TO t-perlu
            ELSE
                COMPUTE t-perlu ROUNDED = t-sisa / hari-sisa
            END-IF.

       TULIS-BARIS-CAPAIAN.
            MOVE t-target TO RC-BULAN.
            MOVE t-harian TO RC-HARIAN.
            MOVE t-mtd    TO RC-MTD.
            MOVE t-aktual TO RC-AKTUAL.
            MOVE t-pct    TO RC-PCT.
            MOVE t-perlu  TO RC-PERLU.
            MOVE RPT-TARGET-LINE TO CAPAIAN-RECORD.
            WRITE CAPAIAN-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
