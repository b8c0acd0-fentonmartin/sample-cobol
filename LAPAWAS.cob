       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPAWAS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY JURNALSEL.
           SELECT ARSIP-JOURNAL ASSIGN TO "JURNALAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           COPY TAHANSEL.
           COPY PAIDSEL.
           SELECT RECON-REPORT ASSIGN TO "RECON.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           COPY KARYSEL.
           SELECT AWAS-REPORT ASSIGN TO "AWAS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY JURNALFD.

           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==ARSIP-JOURNAL==
                           ==JURNAL-RECORD== BY ==ARSIP-RECORD==
                           LEADING ==JR== BY ==AR==.

           COPY TAHANFD.

           COPY PAIDFD.

       FD RECON-REPORT.
       01 RECON-RECORD PIC X(100).

           COPY KARYFD.

       FD AWAS-REPORT.
       01 AWAS-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status  pic X(02).
       77 ws-ar-status  pic X(02).
       77 ws-th-status  pic X(02).
       77 ws-pd-status  pic X(02).
       77 ws-rc-status  pic X(02).
       77 ws-ef-status  pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
      *    jendela bergulir: 30 hari sampai dengan tanggal usaha
       77 jendela-hari  pic 9(03) value 30.
      *    indeks 100 = rata-rata toko; 200 = dua kali rata-rata
       77 batas-indeks  pic 9(05) value 200.
       77 hari-akhir    pic 9(07) value 0.
       77 hari-awal     pic 9(07) value 0.
       77 ws-pass       pic 9(01) value 1.
           88 pass-rekap    value 1.
           88 pass-asal     value 2.
       77 kasir-cari    pic 9(04) value 0.
       77 ks-count      pic 9(03) value 0.
       77 ks-idx        pic 9(03) comp.
       77 vt-count      pic 9(04) value 0.
       77 vt-idx        pic 9(04) comp.
       77 dr-count      pic 9(03) value 0.
       77 dr-idx        pic 9(03) comp.
       77 bl-count      pic 9(03) value 0.
       77 bl-idx        pic 9(03) comp.
       77 blk-idx       pic 9(02) comp.
       77 cetak-idx     pic 9(03) comp.
       77 urut-no       pic 9(03) value 0.
       77 tanda-count   pic 9(03) value 0.
       77 tahan-lama    pic 9(05) value 0.
       77 ws-ketemu     pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-blok-aktif pic X value "N".
           88 blok-aktif   value "Y".
       77 cache-tgl     pic 9(08) value 0.
       77 cache-harinum pic 9(07) value 0.
       77 rec-harinum   pic 9(07) value 0.
       77 kas-positif   pic S9(09) value 0.
       77 bagian-var    pic S9(09) value 0.
       77 skor-tinggi   pic S9(07) value 0.
       77 basis-trx     pic 9(07) value 0.
       77 basis-gross   pic S9(11) value 0.
       77 ix-hasil      pic 9(07) value 0.
       77 angka-rata    pic 9(05)V99 value 0.

       77 tot-tx        pic 9(07) value 0.
       77 tot-gross     pic S9(11) value 0.
       77 tot-void      pic 9(07) value 0.
       77 tot-sendiri   pic 9(07) value 0.
       77 tot-disc      pic S9(11) value 0.
       77 tot-tahan     pic 9(07) value 0.
       77 tot-ganti     pic 9(07) value 0.
       77 tot-kurang    pic 9(11) value 0.

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * satu entri per kasir (JR-CASHIER / TH-KASIR); indeks tiap
      * sinyal = laju kasir dibanding laju toko x 100
      *-----------------------
       01 KASIR-TABEL.
           05 KASIR-ENTRY OCCURS 50 TIMES.
               10 KS-ID       PIC 9(04).
               10 KS-NAMA     PIC X(15).
               10 KS-TX       PIC 9(06).
               10 KS-GROSS    PIC S9(10).
               10 KS-VOID     PIC 9(05).
               10 KS-VOID-RP  PIC S9(09).
               10 KS-SENDIRI  PIC 9(05).
               10 KS-DISC     PIC S9(09).
               10 KS-TAHAN    PIC 9(05).
               10 KS-TAHAN-RP PIC 9(09).
               10 KS-GANTI    PIC 9(05).
               10 KS-SELISIH  PIC S9(09).
               10 KS-KURANG   PIC 9(09).
               10 KS-IX-VOID  PIC 9(05).
               10 KS-IX-SNDR  PIC 9(05).
               10 KS-IX-DISC  PIC 9(05).
               10 KS-IX-THN   PIC 9(05).
               10 KS-IX-GNT   PIC 9(05).
               10 KS-IX-KRG   PIC 9(05).
               10 KS-SKOR     PIC 9(05).
               10 KS-TANDA    PIC X(06).
               10 KS-CETAK    PIC X(01).

      *-----------------------
      * void/refund dalam jendela; kasir struk asalnya dicari di
      * putaran kedua supaya refund atas struk sendiri ketahuan
      *-----------------------
       01 VOID-TABEL.
           05 VOID-ENTRY OCCURS 500 TIMES.
               10 VT-ORIG     PIC 9(06).
               10 VT-KASIR    PIC 9(04).
               10 VT-DATE     PIC 9(08).
               10 VT-COCOK    PIC X(01).

      *    drop pertama per tanggal + register
       01 DROP-TABEL.
           05 DROP-ENTRY OCCURS 300 TIMES.
               10 DR-DATE     PIC 9(08).
               10 DR-REG      PIC 9(02).
               10 DR-TIME     PIC 9(08).

      *-----------------------
      * blok RECON.txt per tanggal + register (blok terakhir yang
      * menang, seperti di RECONTRD) dengan kas per kasirnya
      *-----------------------
       01 BLOK-TABEL.
           05 BLOK-ENTRY OCCURS 300 TIMES.
               10 BL-TGL      PIC 9(08).
               10 BL-REG      PIC 9(02).
               10 BL-VAR      PIC S9(08).
               10 BL-KCOUNT   PIC 9(02).
               10 BL-KASIR OCCURS 10 TIMES.
                   15 BLK-ID  PIC 9(04).
                   15 BLK-KAS PIC S9(08).

       01 BLOK-BERJALAN.
           05 CUR-TGL         PIC 9(08).
           05 CUR-REG         PIC 9(02).
           05 CUR-VAR         PIC S9(08).
           05 CUR-KCOUNT      PIC 9(02).
           05 CUR-KASIR OCCURS 10 TIMES.
               10 CUK-ID      PIC 9(04).
               10 CUK-KAS     PIC S9(08).

      *-----------------------
      * overlay baris RECON.txt -- layout sama dengan yang ditulis
      * RECON (RECON-HEADER-LINE, RECON-KASIR-LINE,
      * RECON-SUMMARY-LINE)
      *-----------------------
       01 BARIS-HEADER.
           02 FILLER    PIC X(25).
           02 BH-TGL    PIC 9(08).
           02 FILLER    PIC X(05).
           02 BH-REG    PIC X(02).
           02 FILLER    PIC X(60).

       01 BARIS-KASIR.
           02 FILLER    PIC X(06).
           02 BK-ID     PIC X(04).
           02 FILLER    PIC X(03).
           02 BK-TX     PIC ZZZZ9.
           02 FILLER    PIC X(21).
           02 BK-KAS    PIC -(7)9.
           02 FILLER    PIC X(53).

       01 BARIS-SUMMARY.
           02 FILLER    PIC X(18).
           02 BS-EXPECT PIC -(7)9.
           02 FILLER    PIC X(17).
           02 BS-DRAWER PIC -(7)9.
           02 FILLER    PIC X(13).
           02 BS-VAR    PIC -(7)9.
           02 FILLER    PIC X(22).

       01 AWAS-HEADER-LINE.
           02 FILLER    PIC X(41)
               VALUE "=== PENGAWASAN KASIR 30 HARI S/D TANGGAL ".
           02 AH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(47) VALUE SPACES.

       01 AWAS-RATA-LINE.
           02 FILLER    PIC X(28) VALUE "Rata-rata toko per 100 trx:".
           02 FILLER    PIC X(06) VALUE " void ".
           02 RT-VOID   PIC ZZ9.99.
           02 FILLER    PIC X(09) VALUE " sendiri ".
           02 RT-SNDR   PIC ZZ9.99.
           02 FILLER    PIC X(07) VALUE " tahan ".
           02 RT-THN    PIC ZZ9.99.
           02 FILLER    PIC X(07) VALUE " ganti ".
           02 RT-GNT    PIC ZZ9.99.
           02 FILLER    PIC X(08) VALUE " diskon ".
           02 RT-DISC   PIC ZZ9.99.
           02 FILLER    PIC X(01) VALUE "%".
           02 FILLER    PIC X(04) VALUE SPACES.

       01 AWAS-KASIR-LINE-1.
           02 FILLER    PIC X(01) VALUE "#".
           02 AK-URUT   PIC ZZ9.
           02 FILLER    PIC X(07) VALUE " kasir ".
           02 AK-ID     PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 AK-NAMA   PIC X(15).
           02 FILLER    PIC X(05) VALUE " trx ".
           02 AK-TX     PIC ZZZZZ9.
           02 FILLER    PIC X(06) VALUE " skor ".
           02 AK-SKOR   PIC ZZZZ9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 AK-AWASI  PIC X(08).
           02 AK-TANDA  PIC X(06).
           02 FILLER    PIC X(31) VALUE SPACES.

       01 AWAS-KASIR-LINE-2.
           02 FILLER    PIC X(09) VALUE "    void ".
           02 AK-VOID   PIC ZZZ9.
           02 FILLER    PIC X(04) VALUE " Rp ".
           02 AK-VOID-RP PIC Z(7)9.
           02 FILLER    PIC X(10) VALUE "  sendiri ".
           02 AK-SNDR   PIC ZZZ9.
           02 FILLER    PIC X(12) VALUE "  diskon Rp ".
           02 AK-DISC   PIC Z(7)9.
           02 FILLER    PIC X(08) VALUE "  tahan ".
           02 AK-THN    PIC ZZZ9.
           02 FILLER    PIC X(04) VALUE " Rp ".
           02 AK-THN-RP PIC Z(6)9.
           02 FILLER    PIC X(08) VALUE "  ganti ".
           02 AK-GNT    PIC ZZZ9.
           02 FILLER    PIC X(06) VALUE SPACES.

       01 AWAS-KASIR-LINE-3.
           02 FILLER    PIC X(20) VALUE "    selisih laci Rp ".
           02 AK-SELISIH PIC -(7)9.
           02 FILLER    PIC X(11) VALUE "  indeks V ".
           02 AK-IX-VOID PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE " S ".
           02 AK-IX-SNDR PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE " D ".
           02 AK-IX-DISC PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE " T ".
           02 AK-IX-THN PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE " G ".
           02 AK-IX-GNT PIC ZZZZ9.
           02 FILLER    PIC X(03) VALUE " K ".
           02 AK-IX-KRG PIC ZZZZ9.
           02 FILLER    PIC X(16) VALUE SPACES.

       01 AWAS-SUMMARY-LINE.
           02 FILLER    PIC X(15) VALUE "Kasir dinilai: ".
           02 AS-KASIR  PIC ZZ9.
           02 FILLER    PIC X(13) VALUE "  ditandai: ".
           02 AS-TANDA  PIC ZZ9.
           02 FILLER    PIC X(16) VALUE "  batas indeks ".
           02 AS-BATAS  PIC ZZZZ9.
           02 FILLER    PIC X(25) VALUE " (rata-rata toko = 100)".
           02 FILLER    PIC X(20) VALUE SPACES.

       01 AWAS-KET-LINE.
           02 FILLER    PIC X(37)
               VALUE "Tanda: V void/refund, S refund struk ".
           02 FILLER    PIC X(41)
               VALUE "sendiri, D diskon, T tahan tak dipanggil,".
           02 FILLER    PIC X(22) VALUE SPACES.

       01 AWAS-KET-LINE-2.
           02 FILLER    PIC X(38)
               VALUE "       G bayar pecah (M) sesudah drop ".
           02 FILLER    PIC X(19)
               VALUE "laci, K kurang laci".
           02 FILLER    PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "LAPAWAS" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-PENGAWASAN.
            PERFORM BACA-TGL-USAHA.
            PERFORM TENTUKAN-JENDELA.
            PERFORM MUAT-DROP.
            MOVE 1 TO ws-pass.
            PERFORM BACA-JURNAL-ARSIP.
            PERFORM BACA-JURNAL-HIDUP.
            IF vt-count > 0
                MOVE 2 TO ws-pass
                PERFORM BACA-JURNAL-ARSIP
                PERFORM BACA-JURNAL-HIDUP
            END-IF.
            PERFORM MUAT-TAHANAN.
            PERFORM MUAT-SELISIH-LACI.
            PERFORM BAGI-SELISIH-BLOK
                VARYING bl-idx FROM 1 BY 1 UNTIL bl-idx > bl-count.
            PERFORM AMBIL-NAMA-KASIR.
            PERFORM HITUNG-TOTAL-TOKO
                VARYING ks-idx FROM 1 BY 1 UNTIL ks-idx > ks-count.
            PERFORM HITUNG-INDEKS
                VARYING ks-idx FROM 1 BY 1 UNTIL ks-idx > ks-count.
            PERFORM CETAK-LAPORAN.
            MOVE "LAPAWAS" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * dipanggil berulang dari MENU dalam satu run unit -- tabel
      * dan total run sebelumnya dibuang dulu
      *-----------------------
       INIT-PENGAWASAN.
            MOVE 0 TO ks-count.
            MOVE 0 TO vt-count.
            MOVE 0 TO dr-count.
            MOVE 0 TO bl-count.
            MOVE 0 TO urut-no.
            MOVE 0 TO tanda-count.
            MOVE 0 TO tahan-lama.
            MOVE 0 TO cache-tgl.
            MOVE 0 TO tot-tx.
            MOVE 0 TO tot-gross.
            MOVE 0 TO tot-void.
            MOVE 0 TO tot-sendiri.
            MOVE 0 TO tot-disc.
            MOVE 0 TO tot-tahan.
            MOVE 0 TO tot-ganti.
            MOVE 0 TO tot-kurang.
            MOVE "N" TO ws-blok-aktif.

      *-----------------------
      * JENDELA - angka hari HARIUTIL dipakai supaya 30 hari bisa
      * melintasi pergantian bulan dan arsip jurnal
      *-----------------------
       TENTUKAN-JENDELA.
            MOVE WS-TGL-USAHA TO hu-tgl.
            PERFORM AMBIL-HARINUM.
            MOVE hu-harinum TO hari-akhir.
            COMPUTE hari-awal = hari-akhir - jendela-hari + 1.

       AMBIL-HARINUM.
            IF hu-tgl = cache-tgl
                MOVE cache-harinum TO hu-harinum
            ELSE
                MOVE "H" TO hu-fungsi
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                IF hu-valid NOT = "Y"
                    MOVE 0 TO hu-harinum
                END-IF
                MOVE hu-tgl     TO cache-tgl
                MOVE hu-harinum TO cache-harinum
            END-IF.

      *    hu-tgl diisi pemanggil; rec-harinum 0 = di luar jendela
       UJI-JENDELA.
            PERFORM AMBIL-HARINUM.
            IF hu-harinum >= hari-awal AND hu-harinum <= hari-akhir
                MOVE hu-harinum TO rec-harinum
            ELSE
                MOVE 0 TO rec-harinum
            END-IF.

      *-----------------------
      * DROP - jam drop pertama per register per hari dari
      * PAIDOUT.txt; penjualan sesudahnya yang pindah tender dihitung
      *-----------------------
       MUAT-DROP.
            OPEN INPUT PAIDOUT-FILE.
            IF ws-pd-status = "00"
                PERFORM AMBIL-BARIS-PAIDOUT
                    UNTIL ws-pd-status NOT = "00"
                CLOSE PAIDOUT-FILE
            END-IF.

       AMBIL-BARIS-PAIDOUT.
            READ PAIDOUT-FILE
                AT END CONTINUE
                NOT AT END
                    IF PD-TYPE = "D" AND PD-DATE IS NUMERIC
                        MOVE PD-DATE TO hu-tgl
                        PERFORM UJI-JENDELA
                        IF rec-harinum > 0
                            PERFORM SIMPAN-DROP
                        END-IF
                    END-IF
            END-READ.

       SIMPAN-DROP.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-DROP-PD
                VARYING dr-idx FROM 1 BY 1
                UNTIL dr-idx > dr-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM dr-idx
                IF PD-TIME < DR-TIME (dr-idx)
                    MOVE PD-TIME TO DR-TIME (dr-idx)
                END-IF
            ELSE
                IF dr-count < 300
                    ADD 1 TO dr-count
                    MOVE PD-DATE TO DR-DATE (dr-count)
                    MOVE PD-REG  TO DR-REG (dr-count)
                    MOVE PD-TIME TO DR-TIME (dr-count)
                END-IF
            END-IF.

       CARI-DROP-PD.
            IF DR-DATE (dr-idx) = PD-DATE AND DR-REG (dr-idx) = PD-REG
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * JURNAL - arsip dulu lalu jurnal berjalan, supaya jendela
      * yang melintasi tutup bulan tetap utuh.  Putaran 1 merekap
      * penjualan dan void per kasir; putaran 2 hanya mencari kasir
      * struk asal dari void yang terkumpul.
      *-----------------------
       BACA-JURNAL-ARSIP.
            OPEN INPUT ARSIP-JOURNAL.
            IF ws-ar-status = "00"
                PERFORM AMBIL-BARIS-ARSIP
                    UNTIL ws-ar-status NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.

       AMBIL-BARIS-ARSIP.
            READ ARSIP-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE ARSIP-RECORD TO JURNAL-RECORD
                    PERFORM PROSES-BARIS-JURNAL
            END-READ.

       BACA-JURNAL-HIDUP.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM AMBIL-BARIS-JURNAL
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.

       AMBIL-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    PERFORM PROSES-BARIS-JURNAL
            END-READ.

       PROSES-BARIS-JURNAL.
            IF JR-CASHIER IS NOT NUMERIC
                MOVE 0 TO JR-CASHIER
            END-IF.
            IF JR-REG IS NOT NUMERIC
                MOVE 0 TO JR-REG
            END-IF.
            IF JR-DATE IS NUMERIC
               AND JR-REC-TYPE NOT = "Z" AND JR-REC-TYPE NOT = "G"
               AND JR-REC-TYPE NOT = "D"
                IF pass-rekap
                    MOVE JR-DATE TO hu-tgl
                    PERFORM UJI-JENDELA
                    IF rec-harinum > 0
                        PERFORM REKAP-BARIS-KASIR
                    END-IF
                ELSE
                    IF JR-REC-TYPE NOT = "V"
                        PERFORM COCOKKAN-STRUK-ASAL
                            VARYING vt-idx FROM 1 BY 1
                            UNTIL vt-idx > vt-count
                    END-IF
                END-IF
            END-IF.

       REKAP-BARIS-KASIR.
            MOVE JR-CASHIER TO kasir-cari.
            PERFORM CARI-KASIR.
            IF ks-idx > 0
                IF JR-REC-TYPE = "V"
                    ADD 1 TO KS-VOID (ks-idx)
                    SUBTRACT JR-UANG FROM KS-VOID-RP (ks-idx)
                    IF vt-count < 500
                        ADD 1 TO vt-count
                        MOVE JR-ORIG-NO TO VT-ORIG (vt-count)
                        MOVE JR-CASHIER TO VT-KASIR (vt-count)
                        MOVE JR-DATE    TO VT-DATE (vt-count)
                        MOVE "N"        TO VT-COCOK (vt-count)
                    END-IF
                ELSE
                    ADD 1        TO KS-TX (ks-idx)
                    ADD JR-GROSS TO KS-GROSS (ks-idx)
                    ADD JR-DISC  TO KS-DISC (ks-idx)
                    IF JR-TENDER = "M"
                        PERFORM PERIKSA-GANTI-TENDER
                    END-IF
                END-IF
            END-IF.

      *-----------------------
      * GANTI TENDER - pembayaran pecah (JR-TENDER "M", tender
      * dipindah di tengah bayar) sesudah drop pertama register itu
      * hari itu: pola klasik menutup uang laci yang sudah berkurang
      *-----------------------
       PERIKSA-GANTI-TENDER.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-DROP-JURNAL
                VARYING dr-idx FROM 1 BY 1
                UNTIL dr-idx > dr-count OR sudah-ketemu.
            IF sudah-ketemu
                ADD 1 TO KS-GANTI (ks-idx)
            END-IF.

       CARI-DROP-JURNAL.
            IF DR-DATE (dr-idx) = JR-DATE AND DR-REG (dr-idx) = JR-REG
               AND DR-TIME (dr-idx) <= JR-TIME
                MOVE "Y" TO ws-ketemu
            END-IF.

      *    struk asal ditulis sebelum (atau pada tanggal) void-nya
       COCOKKAN-STRUK-ASAL.
            IF VT-COCOK (vt-idx) = "N"
               AND VT-ORIG (vt-idx) = JR-RECEIPT-NO
               AND JR-DATE <= VT-DATE (vt-idx)
                MOVE "Y" TO VT-COCOK (vt-idx)
                IF JR-CASHIER = VT-KASIR (vt-idx)
                    MOVE VT-KASIR (vt-idx) TO kasir-cari
                    PERFORM CARI-KASIR
                    IF ks-idx > 0
                        ADD 1 TO KS-SENDIRI (ks-idx)
                    END-IF
                END-IF
            END-IF.

      *-----------------------
      * CARI KASIR - entri kasir-cari di tabel, dibuat bila belum
      * ada; ks-idx 0 bila tabel penuh
      *-----------------------
       CARI-KASIR.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-KASIR-TABEL
                VARYING ks-idx FROM 1 BY 1
                UNTIL ks-idx > ks-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM ks-idx
            ELSE
                IF ks-count >= 50
                    DISPLAY "Tabel kasir penuh, ID ", kasir-cari,
                            " tidak dinilai"
                    MOVE 0 TO ks-idx
                ELSE
                    ADD 1 TO ks-count
                    MOVE ks-count TO ks-idx
                    PERFORM KOSONGKAN-KASIR
                    MOVE kasir-cari TO KS-ID (ks-idx)
                    MOVE "(tidak dikenal)" TO KS-NAMA (ks-idx)
                    MOVE SPACES TO KS-TANDA (ks-idx)
                    MOVE "N" TO KS-CETAK (ks-idx)
                END-IF
            END-IF.

       KOSONGKAN-KASIR.
            MOVE 0 TO KS-TX (ks-idx).
            MOVE 0 TO KS-GROSS (ks-idx).
            MOVE 0 TO KS-VOID (ks-idx).
            MOVE 0 TO KS-VOID-RP (ks-idx).
            MOVE 0 TO KS-SENDIRI (ks-idx).
            MOVE 0 TO KS-DISC (ks-idx).
            MOVE 0 TO KS-TAHAN (ks-idx).
            MOVE 0 TO KS-TAHAN-RP (ks-idx).
            MOVE 0 TO KS-GANTI (ks-idx).
            MOVE 0 TO KS-SELISIH (ks-idx).
            MOVE 0 TO KS-KURANG (ks-idx).
            MOVE 0 TO KS-SKOR (ks-idx).

       CARI-KASIR-TABEL.
            IF KS-ID (ks-idx) = kasir-cari
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * TAHANAN - baris TAHAN.txt yang masih ada sesudah tutup
      * kasir berarti ditahan lalu tidak pernah dipanggil; baris
      * lama tanpa kasir/tanggal hanya dihitung di ringkasan
      *-----------------------
       MUAT-TAHANAN.
            OPEN INPUT TAHAN-FILE.
            IF ws-th-status = "00"
                PERFORM AMBIL-BARIS-TAHAN
                    UNTIL ws-th-status NOT = "00"
                CLOSE TAHAN-FILE
            END-IF.

       AMBIL-BARIS-TAHAN.
            READ TAHAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF TH-DATE IS NUMERIC AND TH-KASIR IS NUMERIC
                        MOVE TH-DATE TO hu-tgl
                        PERFORM UJI-JENDELA
                        IF rec-harinum > 0
                            MOVE TH-KASIR TO kasir-cari
                            PERFORM CARI-KASIR
                            IF ks-idx > 0
                                ADD 1         TO KS-TAHAN (ks-idx)
                                ADD TH-JUMLAH TO KS-TAHAN-RP (ks-idx)
                            END-IF
                        END-IF
                    ELSE
                        ADD 1 TO tahan-lama
                    END-IF
            END-READ.

      *-----------------------
      * SELISIH LACI - blok RECON.txt dalam jendela; baris kasir
      * blok membawa kas tunai tiap kasir di laci itu
      *-----------------------
       MUAT-SELISIH-LACI.
            OPEN INPUT RECON-REPORT.
            IF ws-rc-status = "00"
                PERFORM AMBIL-BARIS-RECON
                    UNTIL ws-rc-status NOT = "00"
                CLOSE RECON-REPORT
            END-IF.

       AMBIL-BARIS-RECON.
            READ RECON-REPORT
                AT END CONTINUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN RECON-RECORD (1:24) =
                             "=== REKONSILIASI LACI - "
                            PERFORM MULAI-BLOK-RECON
                        WHEN RECON-RECORD (1:6) = "Kasir "
                             AND blok-aktif
                            PERFORM SIMPAN-KASIR-BLOK
                        WHEN RECON-RECORD (1:18) = "Kas seharusnya: Rp"
                             AND blok-aktif
                            MOVE RECON-RECORD TO BARIS-SUMMARY
                            MOVE BS-VAR TO CUR-VAR
                            PERFORM SIMPAN-BLOK-RECON
                            MOVE "N" TO ws-blok-aktif
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

       MULAI-BLOK-RECON.
            MOVE RECON-RECORD TO BARIS-HEADER.
            MOVE "N" TO ws-blok-aktif.
            IF BH-TGL IS NUMERIC
                MOVE BH-TGL TO hu-tgl
                PERFORM UJI-JENDELA
                IF rec-harinum > 0
                    MOVE "Y"    TO ws-blok-aktif
                    MOVE BH-TGL TO CUR-TGL
                    MOVE 0      TO CUR-REG
                    IF BH-REG IS NUMERIC
                        MOVE BH-REG TO CUR-REG
                    END-IF
                    MOVE 0 TO CUR-VAR
                    MOVE 0 TO CUR-KCOUNT
                END-IF
            END-IF.

       SIMPAN-KASIR-BLOK.
            MOVE RECON-RECORD TO BARIS-KASIR.
            IF BK-ID IS NUMERIC AND CUR-KCOUNT < 10
                ADD 1 TO CUR-KCOUNT
                MOVE BK-ID  TO CUK-ID (CUR-KCOUNT)
                MOVE BK-KAS TO CUK-KAS (CUR-KCOUNT)
            END-IF.

      *    rerun RECON untuk tanggal + register yang sama menimpa
       SIMPAN-BLOK-RECON.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-BLOK
                VARYING bl-idx FROM 1 BY 1
                UNTIL bl-idx > bl-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM bl-idx
                MOVE BLOK-BERJALAN TO BLOK-ENTRY (bl-idx)
            ELSE
                IF bl-count < 300
                    ADD 1 TO bl-count
                    MOVE BLOK-BERJALAN TO BLOK-ENTRY (bl-count)
                END-IF
            END-IF.

       CARI-BLOK.
            IF BL-TGL (bl-idx) = CUR-TGL AND BL-REG (bl-idx) = CUR-REG
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * BAGIAN SELISIH - selisih satu laci dibagi ke kasirnya
      * menurut kas tunai yang mereka catat; bila tidak ada kas
      * positif, dibagi rata per kasir blok itu
      *-----------------------
       BAGI-SELISIH-BLOK.
            MOVE 0 TO kas-positif.
            PERFORM JUMLAH-KAS-BLOK
                VARYING blk-idx FROM 1 BY 1
                UNTIL blk-idx > BL-KCOUNT (bl-idx).
            IF BL-VAR (bl-idx) NOT = 0 AND BL-KCOUNT (bl-idx) > 0
                PERFORM BAGI-SELISIH-KASIR
                    VARYING blk-idx FROM 1 BY 1
                    UNTIL blk-idx > BL-KCOUNT (bl-idx)
            END-IF.

       JUMLAH-KAS-BLOK.
            IF BLK-KAS (bl-idx, blk-idx) > 0
                ADD BLK-KAS (bl-idx, blk-idx) TO kas-positif
            END-IF.

       BAGI-SELISIH-KASIR.
            MOVE 0 TO bagian-var.
            IF kas-positif > 0
                IF BLK-KAS (bl-idx, blk-idx) > 0
                    COMPUTE bagian-var ROUNDED =
                        BL-VAR (bl-idx) * BLK-KAS (bl-idx, blk-idx)
                        / kas-positif
                END-IF
            ELSE
                COMPUTE bagian-var ROUNDED =
                    BL-VAR (bl-idx) / BL-KCOUNT (bl-idx)
            END-IF.
            MOVE BLK-ID (bl-idx, blk-idx) TO kasir-cari.
            PERFORM CARI-KASIR.
            IF ks-idx > 0
                ADD bagian-var TO KS-SELISIH (ks-idx)
            END-IF.

       AMBIL-NAMA-KASIR.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status = "00"
                PERFORM BACA-NAMA-KASIR
                    VARYING ks-idx FROM 1 BY 1
                    UNTIL ks-idx > ks-count
                CLOSE EMPLOYEE-FILE
            END-IF.

       BACA-NAMA-KASIR.
            MOVE KS-ID (ks-idx) TO EMP-ID.
            READ EMPLOYEE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE EMP-NAMA TO KS-NAMA (ks-idx)
            END-READ.

       HITUNG-TOTAL-TOKO.
            IF KS-SELISIH (ks-idx) < 0
                COMPUTE KS-KURANG (ks-idx) = 0 - KS-SELISIH (ks-idx)
            ELSE
                MOVE 0 TO KS-KURANG (ks-idx)
            END-IF.
            ADD KS-TX (ks-idx)      TO tot-tx.
            ADD KS-GROSS (ks-idx)   TO tot-gross.
            ADD KS-VOID (ks-idx)    TO tot-void.
            ADD KS-SENDIRI (ks-idx) TO tot-sendiri.
            ADD KS-DISC (ks-idx)    TO tot-disc.
            ADD KS-TAHAN (ks-idx)   TO tot-tahan.
            ADD KS-GANTI (ks-idx)   TO tot-ganti.
            ADD KS-KURANG (ks-idx)  TO tot-kurang.

      *-----------------------
      * INDEKS - laju kasir per transaksi dibanding laju toko x 100
      * (diskon per rupiah bruto); kasir tanpa transaksi dihitung
      * seolah satu transaksi supaya void/refund tanpa penjualan
      * tetap menonjol.  Skor = rata-rata enam indeks.
      *-----------------------
       HITUNG-INDEKS.
            MOVE KS-TX (ks-idx) TO basis-trx.
            IF basis-trx = 0
                MOVE 1 TO basis-trx
            END-IF.
            MOVE KS-VOID (ks-idx) TO ix-hasil.
            IF tot-void > 0
                COMPUTE ix-hasil = KS-VOID (ks-idx) * tot-tx * 100
                    / (basis-trx * tot-void)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-VOID (ks-idx).
            MOVE KS-SENDIRI (ks-idx) TO ix-hasil.
            IF tot-sendiri > 0
                COMPUTE ix-hasil = KS-SENDIRI (ks-idx) * tot-tx * 100
                    / (basis-trx * tot-sendiri)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-SNDR (ks-idx).
            MOVE KS-TAHAN (ks-idx) TO ix-hasil.
            IF tot-tahan > 0
                COMPUTE ix-hasil = KS-TAHAN (ks-idx) * tot-tx * 100
                    / (basis-trx * tot-tahan)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-THN (ks-idx).
            MOVE KS-GANTI (ks-idx) TO ix-hasil.
            IF tot-ganti > 0
                COMPUTE ix-hasil = KS-GANTI (ks-idx) * tot-tx * 100
                    / (basis-trx * tot-ganti)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-GNT (ks-idx).
            MOVE 0 TO ix-hasil.
            IF tot-kurang > 0
                COMPUTE ix-hasil = KS-KURANG (ks-idx) * tot-tx * 100
                    / (basis-trx * tot-kurang)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-KRG (ks-idx).
            MOVE KS-GROSS (ks-idx) TO basis-gross.
            IF basis-gross < 1
                MOVE 1 TO basis-gross
            END-IF.
            MOVE 0 TO ix-hasil.
            IF tot-disc > 0 AND KS-DISC (ks-idx) > 0
                COMPUTE ix-hasil = KS-DISC (ks-idx) * tot-gross * 100
                    / (basis-gross * tot-disc)
            END-IF.
            PERFORM BATASI-INDEKS.
            MOVE ix-hasil TO KS-IX-DISC (ks-idx).
            COMPUTE KS-SKOR (ks-idx) =
                (KS-IX-VOID (ks-idx) + KS-IX-SNDR (ks-idx)
               + KS-IX-DISC (ks-idx) + KS-IX-THN (ks-idx)
               + KS-IX-GNT (ks-idx) + KS-IX-KRG (ks-idx)) / 6.
            PERFORM TANDAI-KASIR.

       BATASI-INDEKS.
            IF ix-hasil > 99999
                MOVE 99999 TO ix-hasil
            END-IF.

      *-----------------------
      * TANDA - sinyal dengan indeks di atas batas; sinyal hitungan
      * baru dianggap bila kejadiannya minimal dua, supaya satu void
      * kasir baru tidak langsung menandainya
      *-----------------------
       TANDAI-KASIR.
            MOVE SPACES TO KS-TANDA (ks-idx).
            IF KS-IX-VOID (ks-idx) >= batas-indeks
               AND KS-VOID (ks-idx) >= 2
                MOVE "V" TO KS-TANDA (ks-idx) (1:1)
            END-IF.
            IF KS-IX-SNDR (ks-idx) >= batas-indeks
               AND KS-SENDIRI (ks-idx) >= 2
                MOVE "S" TO KS-TANDA (ks-idx) (2:1)
            END-IF.
            IF KS-IX-DISC (ks-idx) >= batas-indeks
                MOVE "D" TO KS-TANDA (ks-idx) (3:1)
            END-IF.
            IF KS-IX-THN (ks-idx) >= batas-indeks
               AND KS-TAHAN (ks-idx) >= 2
                MOVE "T" TO KS-TANDA (ks-idx) (4:1)
            END-IF.
            IF KS-IX-GNT (ks-idx) >= batas-indeks
               AND KS-GANTI (ks-idx) >= 2
                MOVE "G" TO KS-TANDA (ks-idx) (5:1)
            END-IF.
            IF KS-IX-KRG (ks-idx) >= batas-indeks
                MOVE "K" TO KS-TANDA (ks-idx) (6:1)
            END-IF.
            IF KS-TANDA (ks-idx) NOT = SPACES
                ADD 1 TO tanda-count
            END-IF.

      *-----------------------
      * LAPORAN - AWAS.txt, kasir diurutkan dari skor tertinggi
      *-----------------------
       CETAK-LAPORAN.
            OPEN INPUT AWAS-REPORT.
            IF ws-rpt-status = "00"
                CLOSE AWAS-REPORT
                OPEN EXTEND AWAS-REPORT
            ELSE
                OPEN OUTPUT AWAS-REPORT
            END-IF.
            MOVE WS-TGL-USAHA TO AH-TGL.
            MOVE AWAS-HEADER-LINE TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-HEADER-LINE.
            PERFORM CETAK-RATA-TOKO.
            PERFORM CETAK-KASIR-TERTINGGI ks-count TIMES.
            MOVE ks-count     TO AS-KASIR.
            MOVE tanda-count  TO AS-TANDA.
            MOVE batas-indeks TO AS-BATAS.
            MOVE AWAS-SUMMARY-LINE TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-SUMMARY-LINE.
            MOVE AWAS-KET-LINE TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE AWAS-KET-LINE-2 TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            IF tahan-lama > 0
                DISPLAY tahan-lama, " baris TAHAN.txt tanpa kasir/",
                        "tanggal tidak dinilai"
            END-IF.
            CLOSE AWAS-REPORT.

       CETAK-RATA-TOKO.
            MOVE tot-tx TO basis-trx.
            IF basis-trx = 0
                MOVE 1 TO basis-trx
            END-IF.
            COMPUTE angka-rata ROUNDED = tot-void * 100 / basis-trx.
            MOVE angka-rata TO RT-VOID.
            COMPUTE angka-rata ROUNDED = tot-sendiri * 100 / basis-trx.
            MOVE angka-rata TO RT-SNDR.
            COMPUTE angka-rata ROUNDED = tot-tahan * 100 / basis-trx.
            MOVE angka-rata TO RT-THN.
            COMPUTE angka-rata ROUNDED = tot-ganti * 100 / basis-trx.
            MOVE angka-rata TO RT-GNT.
            MOVE 0 TO angka-rata.
            IF tot-gross > 0
                COMPUTE angka-rata ROUNDED = tot-disc * 100 / tot-gross
            END-IF.
            MOVE angka-rata TO RT-DISC.
            MOVE AWAS-RATA-LINE TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-RATA-LINE.

       CETAK-KASIR-TERTINGGI.
            MOVE 0  TO cetak-idx.
            MOVE -1 TO skor-tinggi.
            PERFORM CARI-SKOR-TERTINGGI
                VARYING ks-idx FROM 1 BY 1 UNTIL ks-idx > ks-count.
            IF cetak-idx > 0
                MOVE "Y" TO KS-CETAK (cetak-idx)
                MOVE cetak-idx TO ks-idx
                PERFORM CETAK-SATU-KASIR
            END-IF.

       CARI-SKOR-TERTINGGI.
            IF KS-CETAK (ks-idx) = "N"
               AND KS-SKOR (ks-idx) > skor-tinggi
                MOVE KS-SKOR (ks-idx) TO skor-tinggi
                MOVE ks-idx TO cetak-idx
            END-IF.

       CETAK-SATU-KASIR.
            ADD 1 TO urut-no.
            MOVE urut-no              TO AK-URUT.
            MOVE KS-ID (ks-idx)       TO AK-ID.
            MOVE KS-NAMA (ks-idx)     TO AK-NAMA.
            MOVE KS-TX (ks-idx)       TO AK-TX.
            MOVE KS-SKOR (ks-idx)     TO AK-SKOR.
            IF KS-TANDA (ks-idx) = SPACES
                MOVE SPACES     TO AK-AWASI
            ELSE
                MOVE "AWASI: "  TO AK-AWASI
            END-IF.
            MOVE KS-TANDA (ks-idx)    TO AK-TANDA.
            MOVE AWAS-KASIR-LINE-1 TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-KASIR-LINE-1.
            MOVE KS-VOID (ks-idx)     TO AK-VOID.
            MOVE KS-VOID-RP (ks-idx)  TO AK-VOID-RP.
            MOVE KS-SENDIRI (ks-idx)  TO AK-SNDR.
            MOVE KS-DISC (ks-idx)     TO AK-DISC.
            MOVE KS-TAHAN (ks-idx)    TO AK-THN.
            MOVE KS-TAHAN-RP (ks-idx) TO AK-THN-RP.
            MOVE KS-GANTI (ks-idx)    TO AK-GNT.
            MOVE AWAS-KASIR-LINE-2 TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-KASIR-LINE-2.
            MOVE KS-SELISIH (ks-idx)  TO AK-SELISIH.
            MOVE KS-IX-VOID (ks-idx)  TO AK-IX-VOID.
            MOVE KS-IX-SNDR (ks-idx)  TO AK-IX-SNDR.
            MOVE KS-IX-DISC (ks-idx)  TO AK-IX-DISC.
            MOVE KS-IX-THN (ks-idx)   TO AK-IX-THN.
            MOVE KS-IX-GNT (ks-idx)   TO AK-IX-GNT.
            MOVE KS-IX-KRG (ks-idx)   TO AK-IX-KRG.
            MOVE AWAS-KASIR-LINE-3 TO AWAS-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY AWAS-KASIR-LINE-3.

       TULIS-BARIS-LAPORAN.
            WRITE AWAS-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis AWAS.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
