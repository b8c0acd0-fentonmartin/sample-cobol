       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
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
           COPY PAIDSEL.
           COPY AKPAYSEL.
           COPY TRMSEL.
           COPY FAKSEL.
           COPY RETURSEL.
           COPY POUTSEL.
           COPY VOCSEL.
           COPY GLAKSEL.
           COPY GLPSEL.
           SELECT NERACA-REPORT ASSIGN TO "NRCSLD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY JURNALFD.

           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==ARSIP-JOURNAL==
                           ==JURNAL-RECORD== BY ==ARSIP-RECORD==
                           LEADING ==JR== BY ==AR==.

           COPY PAIDFD.

           COPY AKPAYFD.

           COPY TRMFD.

           COPY FAKFD.

           COPY RETURFD.

           COPY POUTFD.

           COPY VOCFD.

           COPY GLAKFD.

           COPY GLPFD.

       FD NERACA-REPORT.
       01 NERACA-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status  pic X(02).
       77 ws-ar-status  pic X(02).
       77 ws-pd-status  pic X(02).
       77 ws-ap-status  pic X(02).
       77 ws-tr-status  pic X(02).
       77 ws-fk-status  pic X(02).
       77 ws-rt-status  pic X(02).
       77 ws-po-status  pic X(02).
       77 ws-vc-status  pic X(02).
       77 ws-ga-status  pic X(02).
       77 ws-gp-status  pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       77 tgl-input     pic 9(08) value 0.
       77 tgl-posting   pic 9(08) value 0.
       77 pos-sumber    pic X(03).
       77 pos-peran     pic X(03).
       77 pos-jumlah    pic S9(11) value 0.
       77 rec-tip-c     pic S9(08) value 0.
       77 rec-tip-q     pic S9(08) value 0.
       77 rec-tip-t     pic S9(08) value 0.
       77 rec-pajak     pic S9(08) value 0.
       77 rec-pay-v     pic S9(08) value 0.
       77 rec-pay-a     pic S9(08) value 0.
       77 rec-pay-d     pic S9(08) value 0.
       77 rec-pay-p     pic S9(08) value 0.
       77 total-debit   pic S9(11) value 0.
       77 total-kredit  pic S9(11) value 0.
       77 selisih       pic S9(11) value 0.
       77 saldo-akhir   pic S9(11) value 0.
       77 tb-mut-d      pic S9(11) value 0.
       77 tb-mut-k      pic S9(11) value 0.
       77 tb-saldo-d    pic S9(11) value 0.
       77 tb-saldo-k    pic S9(11) value 0.
       77 voc-jual-jrn  pic S9(11) value 0.
       77 voc-tukar-jrn pic S9(11) value 0.
       77 voc-jual-vc   pic S9(11) value 0.
       77 voc-tukar-vc  pic S9(11) value 0.
       77 struk-count   pic 9(05) value 0.
       77 rusak-count   pic 9(05) value 0.
       77 tanpa-akun    pic 9(03) value 0.
       77 asing-count   pic 9(05) value 0.
       77 posting-count pic 9(03) value 0.
       77 pos-count     pic 9(03) value 0.
       77 pos-idx       pic 9(03) comp.
       77 bagan-count   pic 9(03) value 0.
       77 bagan-idx     pic 9(03) comp.
       77 ws-ketemu     pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-sudah-post pic X value "N".
           88 tanggal-sudah-diposting value "Y".
       77 ws-seimbang   pic X value "N".
           88 hari-seimbang value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * bagan akun standar -- ditulis ke AKUNGL.txt saat berkas itu
      * belum ada; sesudahnya AKUNGL.txt yang berlaku
      *-----------------------
       01 BAGAN-STANDAR-DATA.
           05 FILLER PIC X(32) VALUE
               "1101Kas laci                 KAS".
           05 FILLER PIC X(32) VALUE
               "1102Kliring QRIS             QRS".
           05 FILLER PIC X(32) VALUE
               "1103Bank                     BNK".
           05 FILLER PIC X(32) VALUE
               "1201Piutang rekening bon     PIU".
           05 FILLER PIC X(32) VALUE
               "1202Piutang karyawan/kasbon  PKR".
           05 FILLER PIC X(32) VALUE
               "1203Piutang platform online  PLT".
           05 FILLER PIC X(32) VALUE
               "1301Persediaan bahan baku    PSD".
           05 FILLER PIC X(32) VALUE
               "2101Utang dagang             UTG".
           05 FILLER PIC X(32) VALUE
               "2201PPN keluaran             PPN".
           05 FILLER PIC X(32) VALUE
               "2202Kewajiban voucher        VOC".
           05 FILLER PIC X(32) VALUE
               "2203Utang tip karyawan       TIP".
           05 FILLER PIC X(32) VALUE
               "2204Uang muka pelanggan      UMK".
           05 FILLER PIC X(32) VALUE
               "4101Penjualan                JUL".
           05 FILLER PIC X(32) VALUE
               "5101Pembelian stok           PBL".
           05 FILLER PIC X(32) VALUE
               "6101Biaya paid-out           BYA".
           05 FILLER PIC X(32) VALUE
               "6102Komisi platform online   KOM".
       01 BAGAN-STANDAR-TABEL REDEFINES BAGAN-STANDAR-DATA.
           05 BAGAN-STANDAR-ENTRY OCCURS 16 TIMES.
               10 BS-KODE  PIC 9(04).
               10 BS-NAMA  PIC X(25).
               10 BS-PERAN PIC X(03).

      *-----------------------
      * bagan akun yang berlaku, dengan saldo sebelum tanggal
      * posting dan mutasi debit/kredit tanggal itu
      *-----------------------
       01 BAGAN-TABEL.
           05 BAGAN-ENTRY OCCURS 50 TIMES.
               10 BG-KODE   PIC 9(04).
               10 BG-NAMA   PIC X(25).
               10 BG-PERAN  PIC X(03).
               10 BG-AWAL   PIC S9(11).
               10 BG-DEBIT  PIC S9(11).
               10 BG-KREDIT PIC S9(11).

      *-----------------------
      * pos jurnal satu hari per sumber per peran akun; saldo
      * bertanda: debit menambah, kredit mengurangi
      *-----------------------
       01 POS-TABEL.
           05 POS-ENTRY OCCURS 60 TIMES.
               10 PS-SUMBER PIC X(03).
               10 PS-PERAN  PIC X(03).
               10 PS-SALDO  PIC S9(11).
               10 PS-AKUN   PIC 9(04).

       01 NERACA-HEADER-LINE.
           02 FILLER    PIC X(19) VALUE "=== NERACA SALDO - ".
           02 NH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(69) VALUE SPACES.

       01 NERACA-KOLOM-LINE.
           02 FILLER    PIC X(30) VALUE "Akun Nama akun".
           02 FILLER    PIC X(14) VALUE "  Mutasi debit".
           02 FILLER    PIC X(14) VALUE " Mutasi kredit".
           02 FILLER    PIC X(14) VALUE "   Saldo debit".
           02 FILLER    PIC X(14) VALUE "  Saldo kredit".
           02 FILLER    PIC X(14) VALUE SPACES.

       01 NERACA-AKUN-LINE.
           02 NA-KODE   PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 NA-NAMA   PIC X(25).
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NA-MUT-D  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NA-MUT-K  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NA-SAL-D  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NA-SAL-K  PIC Z(10)9.
           02 FILLER    PIC X(14) VALUE SPACES.

       01 NERACA-TOTAL-LINE.
           02 FILLER    PIC X(30) VALUE "     Jumlah".
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NT-MUT-D  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NT-MUT-K  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NT-SAL-D  PIC Z(10)9.
           02 FILLER    PIC X(03) VALUE SPACES.
           02 NT-SAL-K  PIC Z(10)9.
           02 FILLER    PIC X(14) VALUE SPACES.

       01 NERACA-VOUCHER-LINE.
           02 FILLER    PIC X(18) VALUE "Voucher terjual Rp".
           02 NV-JUAL   PIC Z(10)9.
           02 FILLER    PIC X(10) VALUE " jurnal Rp".
           02 NV-JUAL-J PIC -(10)9.
           02 FILLER    PIC X(12) VALUE "  ditukar Rp".
           02 NV-TUKAR  PIC Z(10)9.
           02 FILLER    PIC X(10) VALUE " jurnal Rp".
           02 NV-TUKAR-J PIC -(10)9.
           02 FILLER    PIC X(06) VALUE SPACES.

       01 NERACA-STATUS-LINE.
           02 FILLER    PIC X(09) VALUE "Status : ".
           02 NS-STATUS PIC X(20).
           02 FILLER    PIC X(13) VALUE "  selisih Rp ".
           02 NS-SELISIH PIC -(10)9.
           02 FILLER    PIC X(18) VALUE "  baris diposting ".
           02 NS-BARIS  PIC ZZ9.
           02 FILLER    PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "GLPOST" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-GLPOST.
            PERFORM BACA-TGL-USAHA.
            PERFORM MINTA-TANGGAL.
            PERFORM MUAT-BAGAN.
            PERFORM PERIKSA-SUDAH-POSTING.
            MOVE tgl-posting TO WS-PRD-TGL.
            MOVE "N"         TO WS-PRD-ALIH.
            PERFORM CEK-TGL-POSTING.
            EVALUATE TRUE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal ", tgl-posting, " tidak sah"
                    MOVE 1 TO RETURN-CODE
                WHEN NOT WS-PRD-BUKA
                    DISPLAY "Bulan ", WS-PRD-KUNCI, " sudah ditutup, ",
                            "tanggal ", tgl-posting, " tidak diposting"
                    MOVE 1 TO RETURN-CODE
                WHEN tanggal-sudah-diposting
                    DISPLAY "Tanggal ", tgl-posting, " sudah pernah ",
                            "diposting, run ditolak"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM KUMPULKAN-JURNAL
                    PERFORM KUMPULKAN-PAIDOUT
                    PERFORM KUMPULKAN-AKUNPAY
                    PERFORM KUMPULKAN-TERIMA
                    PERFORM KUMPULKAN-FAKTUR
                    PERFORM KUMPULKAN-RETUR
                    PERFORM KUMPULKAN-PAYOUT
                    PERFORM PERIKSA-VOUCHER
                    PERFORM PERIKSA-SEIMBANG
                    IF hari-seimbang
                        PERFORM SIMPAN-POSTING
                    ELSE
                        MOVE 1 TO RETURN-CODE
                    END-IF
                    PERFORM CETAK-NERACA-SALDO
            END-EVALUATE.
            MOVE "GLPOST" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * dipanggil berulang dari MENU dalam satu run unit -- tabel
      * dan total run sebelumnya dibuang dulu
      *-----------------------
       INIT-GLPOST.
            MOVE 0 TO total-debit.
            MOVE 0 TO total-kredit.
            MOVE 0 TO selisih.
            MOVE 0 TO voc-jual-jrn.
            MOVE 0 TO voc-tukar-jrn.
            MOVE 0 TO voc-jual-vc.
            MOVE 0 TO voc-tukar-vc.
            MOVE 0 TO struk-count.
            MOVE 0 TO rusak-count.
            MOVE 0 TO tanpa-akun.
            MOVE 0 TO asing-count.
            MOVE 0 TO posting-count.
            MOVE 0 TO pos-count.
            MOVE 0 TO bagan-count.
            MOVE "N" TO ws-sudah-post.
            MOVE "N" TO ws-seimbang.

       MINTA-TANGGAL.
            DISPLAY "Tanggal diposting (YYYYMMDD, 0=hari usaha): ".
            ACCEPT tgl-input.
            IF tgl-input = 0
                MOVE WS-TGL-USAHA TO tgl-posting
            ELSE
                MOVE tgl-input TO tgl-posting
            END-IF.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-posting TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.

      *-----------------------
      * BAGAN AKUN - AKUNGL.txt; instalasi baru mendapat bagan
      * standar yang langsung ditulis supaya bisa disunting
      *-----------------------
       MUAT-BAGAN.
            OPEN INPUT GLAKUN-FILE.
            IF ws-ga-status = "00"
                PERFORM AMBIL-BARIS-BAGAN
                    UNTIL ws-ga-status NOT = "00"
                CLOSE GLAKUN-FILE
            ELSE
                PERFORM BUAT-BAGAN-STANDAR
            END-IF.

       AMBIL-BARIS-BAGAN.
            READ GLAKUN-FILE
                AT END CONTINUE
                NOT AT END
                    IF GA-KODE IS NUMERIC
                        IF bagan-count >= 50
                            DISPLAY "Bagan akun penuh, akun ", GA-KODE,
                                    " diabaikan"
                        ELSE
                            ADD 1 TO bagan-count
                            MOVE bagan-count TO bagan-idx
                            MOVE GA-KODE  TO BG-KODE (bagan-idx)
                            MOVE GA-NAMA  TO BG-NAMA (bagan-idx)
                            MOVE GA-PERAN TO BG-PERAN (bagan-idx)
                            PERFORM KOSONGKAN-SALDO-AKUN
                        END-IF
                    END-IF
            END-READ.

       KOSONGKAN-SALDO-AKUN.
            MOVE 0 TO BG-AWAL (bagan-idx).
            MOVE 0 TO BG-DEBIT (bagan-idx).
            MOVE 0 TO BG-KREDIT (bagan-idx).

       BUAT-BAGAN-STANDAR.
            DISPLAY "Bagan akun (AKUNGL.txt) belum ada, bagan ",
                    "standar dibuat".
            OPEN OUTPUT GLAKUN-FILE.
            PERFORM TULIS-BAGAN-STANDAR
                VARYING bagan-idx FROM 1 BY 1 UNTIL bagan-idx > 16.
            CLOSE GLAKUN-FILE.
            MOVE 16 TO bagan-count.

       TULIS-BAGAN-STANDAR.
            MOVE BS-KODE (bagan-idx)  TO BG-KODE (bagan-idx).
            MOVE BS-NAMA (bagan-idx)  TO BG-NAMA (bagan-idx).
            MOVE BS-PERAN (bagan-idx) TO BG-PERAN (bagan-idx).
            PERFORM KOSONGKAN-SALDO-AKUN.
            MOVE SPACES               TO GLAKUN-RECORD.
            MOVE BS-KODE (bagan-idx)  TO GA-KODE.
            MOVE BS-NAMA (bagan-idx)  TO GA-NAMA.
            MOVE BS-PERAN (bagan-idx) TO GA-PERAN.
            WRITE GLAKUN-RECORD.
            IF ws-ga-status NOT = "00"
                DISPLAY "Gagal menulis AKUNGL.txt, status ",
                        ws-ga-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * POSTING LAMA - tanggal yang sudah ada di GLPOST.txt ditolak;
      * baris tanggal sebelumnya menjadi saldo awal neraca saldo
      *-----------------------
       PERIKSA-SUDAH-POSTING.
            OPEN INPUT GLPOST-FILE.
            IF ws-gp-status = "00"
                PERFORM AMBIL-BARIS-POSTING
                    UNTIL ws-gp-status NOT = "00"
                CLOSE GLPOST-FILE
            END-IF.
            IF asing-count > 0
                DISPLAY "Peringatan: ", asing-count, " baris ",
                        "posting lama memakai akun yang tidak ada ",
                        "di AKUNGL.txt"
            END-IF.

       AMBIL-BARIS-POSTING.
            READ GLPOST-FILE
                AT END CONTINUE
                NOT AT END
                    IF GP-DATE = tgl-posting
                        MOVE "Y" TO ws-sudah-post
                    END-IF
                    IF GP-DATE < tgl-posting
                       AND GP-JUMLAH IS NUMERIC
                        PERFORM SALDO-AWAL-AKUN
                    END-IF
            END-READ.

       SALDO-AWAL-AKUN.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-AKUN-KODE
                VARYING bagan-idx FROM 1 BY 1
                UNTIL bagan-idx > bagan-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM bagan-idx
                IF GP-DK = "D"
                    ADD GP-JUMLAH TO BG-AWAL (bagan-idx)
                ELSE
                    SUBTRACT GP-JUMLAH FROM BG-AWAL (bagan-idx)
                END-IF
            ELSE
                ADD 1 TO asing-count
            END-IF.

       CARI-AKUN-KODE.
            IF BG-KODE (bagan-idx) = GP-AKUN
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * JURNAL PENJUALAN - arsip dulu lalu jurnal aktif, supaya
      * tanggal lama yang sudah diarsipkan tetap bisa diposting.
      * Record Z hanya total hari itu, jadi dilewati.
      *-----------------------
       KUMPULKAN-JURNAL.
            MOVE "JRN" TO pos-sumber.
            OPEN INPUT ARSIP-JOURNAL.
            IF ws-ar-status = "00"
                PERFORM AMBIL-BARIS-ARSIP
                    UNTIL ws-ar-status NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM AMBIL-BARIS-JURNAL
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            ELSE
                DISPLAY "Jurnal penjualan (JURNAL.txt) belum ada"
            END-IF.

       AMBIL-BARIS-ARSIP.
            READ ARSIP-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE ARSIP-RECORD TO JURNAL-RECORD
                    PERFORM REKAP-JURNAL
            END-READ.

       AMBIL-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    PERFORM REKAP-JURNAL
            END-READ.

       REKAP-JURNAL.
            IF JR-DATE = tgl-posting
                EVALUATE JR-REC-TYPE
                    WHEN "S"
                    WHEN "V"
                        PERFORM REKAP-PENJUALAN
                    WHEN "G"
                        PERFORM REKAP-JUAL-VOUCHER
                    WHEN "D"
                        PERFORM REKAP-UANG-MUKA
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      *-----------------------
      * penjualan dan pembaliknya: debit per jenis tender (tunai
      * bersih setelah kembalian, tip ikut uangnya), kredit
      * penjualan tanpa PPN, PPN keluaran, dan utang tip.  Record
      * lama tanpa rincian tender jatuh kembali ke JR-TENDER.
      *-----------------------
       REKAP-PENJUALAN.
            IF JR-UANG IS NOT NUMERIC OR JR-BAYAR IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Struk ", JR-RECEIPT-NO, ": jumlah uang ",
                        "tidak sah"
            ELSE
                ADD 1 TO struk-count
                PERFORM AMBIL-PAJAK-TIP
                IF JR-PAY-C IS NUMERIC AND JR-PAY-Q IS NUMERIC
                   AND JR-PAY-T IS NUMERIC
                    PERFORM DEBIT-RINCIAN-TENDER
                ELSE
                    PERFORM DEBIT-TENDER-TUNGGAL
                END-IF
                MOVE "JUL" TO pos-peran
                COMPUTE pos-jumlah = JR-UANG - JR-BAYAR - rec-pajak
                PERFORM CATAT-KREDIT
                MOVE "PPN" TO pos-peran
                MOVE rec-pajak TO pos-jumlah
                PERFORM CATAT-KREDIT
                MOVE "TIP" TO pos-peran
                COMPUTE pos-jumlah = rec-tip-c + rec-tip-q + rec-tip-t
                PERFORM CATAT-KREDIT
            END-IF.

       AMBIL-PAJAK-TIP.
            MOVE 0 TO rec-pajak.
            MOVE 0 TO rec-tip-c.
            MOVE 0 TO rec-tip-q.
            MOVE 0 TO rec-tip-t.
            IF JR-TAX IS NUMERIC
                MOVE JR-TAX TO rec-pajak
            END-IF.
            IF JR-TIP-C IS NUMERIC AND JR-TIP-Q IS NUMERIC
               AND JR-TIP-T IS NUMERIC
                MOVE JR-TIP-C TO rec-tip-c
                MOVE JR-TIP-Q TO rec-tip-q
                MOVE JR-TIP-T TO rec-tip-t
            END-IF.

       DEBIT-RINCIAN-TENDER.
            MOVE 0 TO rec-pay-v.
            MOVE 0 TO rec-pay-a.
            MOVE 0 TO rec-pay-d.
            MOVE 0 TO rec-pay-p.
            IF JR-PAY-V IS NUMERIC
                MOVE JR-PAY-V TO rec-pay-v
            END-IF.
            IF JR-PAY-A IS NUMERIC
                MOVE JR-PAY-A TO rec-pay-a
            END-IF.
            IF JR-PAY-D IS NUMERIC
                MOVE JR-PAY-D TO rec-pay-d
            END-IF.
            IF JR-PAY-P IS NUMERIC
                MOVE JR-PAY-P TO rec-pay-p
            END-IF.
            MOVE "KAS" TO pos-peran.
            COMPUTE pos-jumlah = JR-PAY-C - JR-BAYAR + rec-tip-c.
            PERFORM CATAT-DEBIT.
            MOVE "QRS" TO pos-peran.
            COMPUTE pos-jumlah = JR-PAY-Q + rec-tip-q.
            PERFORM CATAT-DEBIT.
            MOVE "BNK" TO pos-peran.
            COMPUTE pos-jumlah = JR-PAY-T + rec-tip-t.
            PERFORM CATAT-DEBIT.
            MOVE "VOC" TO pos-peran.
            MOVE rec-pay-v TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            MOVE "PIU" TO pos-peran.
            MOVE rec-pay-a TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            MOVE "UMK" TO pos-peran.
            MOVE rec-pay-d TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            MOVE "PLT" TO pos-peran.
            MOVE rec-pay-p TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            ADD rec-pay-v TO voc-tukar-jrn.

       DEBIT-TENDER-TUNGGAL.
            EVALUATE JR-TENDER
                WHEN "Q" MOVE "QRS" TO pos-peran
                WHEN "T" MOVE "BNK" TO pos-peran
                WHEN OTHER MOVE "KAS" TO pos-peran
            END-EVALUATE.
            COMPUTE pos-jumlah = JR-UANG - JR-BAYAR.
            PERFORM CATAT-DEBIT.
            MOVE "KAS" TO pos-peran.
            MOVE rec-tip-c TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            MOVE "QRS" TO pos-peran.
            MOVE rec-tip-q TO pos-jumlah.
            PERFORM CATAT-DEBIT.
            MOVE "BNK" TO pos-peran.
            MOVE rec-tip-t TO pos-jumlah.
            PERFORM CATAT-DEBIT.

      *-----------------------
      * penjualan voucher hadiah: uang masuk lewat tendernya,
      * lawannya kewajiban voucher (bukan omzet)
      *-----------------------
       REKAP-JUAL-VOUCHER.
            IF JR-UANG IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Voucher ", JR-ORIG-NO, ": nilai tidak sah"
            ELSE
                IF JR-PAY-C IS NUMERIC AND JR-PAY-Q IS NUMERIC
                   AND JR-PAY-T IS NUMERIC
                    MOVE "KAS" TO pos-peran
                    MOVE JR-PAY-C TO pos-jumlah
                    PERFORM CATAT-DEBIT
                    MOVE "QRS" TO pos-peran
                    MOVE JR-PAY-Q TO pos-jumlah
                    PERFORM CATAT-DEBIT
                    MOVE "BNK" TO pos-peran
                    MOVE JR-PAY-T TO pos-jumlah
                    PERFORM CATAT-DEBIT
                ELSE
                    EVALUATE JR-TENDER
                        WHEN "Q" MOVE "QRS" TO pos-peran
                        WHEN "T" MOVE "BNK" TO pos-peran
                        WHEN OTHER MOVE "KAS" TO pos-peran
                    END-EVALUATE
                    MOVE JR-UANG TO pos-jumlah
                    PERFORM CATAT-DEBIT
                END-IF
                MOVE "VOC" TO pos-peran
                MOVE JR-UANG TO pos-jumlah
                PERFORM CATAT-KREDIT
                ADD JR-UANG TO voc-jual-jrn
            END-IF.

      *-----------------------
      * uang muka pesanan pelanggan: uang masuk lewat tendernya,
      * lawannya kewajiban uang muka (bukan omzet); pengembalian DP
      * pesanan batal dijurnal negatif dan membalik keduanya.
      * Saat pesanan diambil DP-nya didebit dari UMK di
      * DEBIT-RINCIAN-TENDER.
      *-----------------------
       REKAP-UANG-MUKA.
            IF JR-UANG IS NOT NUMERIC OR JR-PAY-C IS NOT NUMERIC
               OR JR-PAY-Q IS NOT NUMERIC OR JR-PAY-T IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Pesanan ", JR-ORIG-NO, ": uang muka ",
                        "tidak sah"
            ELSE
                MOVE "KAS" TO pos-peran
                MOVE JR-PAY-C TO pos-jumlah
                PERFORM CATAT-DEBIT
                MOVE "QRS" TO pos-peran
                MOVE JR-PAY-Q TO pos-jumlah
                PERFORM CATAT-DEBIT
                MOVE "BNK" TO pos-peran
                MOVE JR-PAY-T TO pos-jumlah
                PERFORM CATAT-DEBIT
                MOVE "UMK" TO pos-peran
                MOVE JR-UANG TO pos-jumlah
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * PAID-OUT - uang keluar laci: kasbon menjadi piutang
      * karyawan, selebihnya biaya.  Drop ke brankas hanya pindah
      * tempat kas, tidak diposting.
      *-----------------------
       KUMPULKAN-PAIDOUT.
            MOVE "PDO" TO pos-sumber.
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
                    IF PD-DATE = tgl-posting AND PD-TYPE = "P"
                        PERFORM REKAP-PAIDOUT
                    END-IF
            END-READ.

       REKAP-PAIDOUT.
            IF PD-AMOUNT IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Paid-out ", PD-TIME, ": jumlah tidak sah"
            ELSE
                IF PD-REASON (1:7) = "KASBON "
                    MOVE "PKR" TO pos-peran
                ELSE
                    MOVE "BYA" TO pos-peran
                END-IF
                MOVE PD-AMOUNT TO pos-jumlah
                PERFORM CATAT-DEBIT
                MOVE "KAS" TO pos-peran
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * PEMBAYARAN REKENING BON - diterima lewat bank, bukan laci
      * (RECON tidak menghitungnya), mengurangi piutang
      *-----------------------
       KUMPULKAN-AKUNPAY.
            MOVE "APY" TO pos-sumber.
            OPEN INPUT AKUNPAY-FILE.
            IF ws-ap-status = "00"
                PERFORM AMBIL-BARIS-AKUNPAY
                    UNTIL ws-ap-status NOT = "00"
                CLOSE AKUNPAY-FILE
            END-IF.

       AMBIL-BARIS-AKUNPAY.
            READ AKUNPAY-FILE
                AT END CONTINUE
                NOT AT END
                    IF AP-DATE = tgl-posting
                        PERFORM REKAP-AKUNPAY
                    END-IF
            END-READ.

       REKAP-AKUNPAY.
            IF AP-AMOUNT IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Pembayaran rekening ", AP-NO, ": jumlah ",
                        "tidak sah"
            ELSE
                MOVE AP-AMOUNT TO pos-jumlah
                MOVE "BNK" TO pos-peran
                PERFORM CATAT-DEBIT
                MOVE "PIU" TO pos-peran
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * PENERIMAAN BARANG - nilai surat jalan (qty x harga beli)
      * menjadi pembelian stok dengan lawan utang dagang
      *-----------------------
       KUMPULKAN-TERIMA.
            MOVE "TRM" TO pos-sumber.
            OPEN INPUT TERIMA-JOURNAL.
            IF ws-tr-status = "00"
                PERFORM AMBIL-BARIS-TERIMA
                    UNTIL ws-tr-status NOT = "00"
                CLOSE TERIMA-JOURNAL
            END-IF.

       AMBIL-BARIS-TERIMA.
            READ TERIMA-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF TR-DATE = tgl-posting
                        PERFORM REKAP-TERIMA
                    END-IF
            END-READ.

       REKAP-TERIMA.
            IF TR-QTY IS NOT NUMERIC OR TR-COST IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Penerimaan ", TR-KODE, " ", TR-TIME,
                        ": qty/harga tidak sah"
            ELSE
                COMPUTE pos-jumlah = TR-QTY * TR-COST
                MOVE "PBL" TO pos-peran
                PERFORM CATAT-DEBIT
                MOVE "UTG" TO pos-peran
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * PEMBAYARAN FAKTUR PEMASOK - faktur yang dilunasi pada
      * tanggal posting melunasi utang dagang lewat bank
      *-----------------------
       KUMPULKAN-FAKTUR.
            MOVE "FKB" TO pos-sumber.
            OPEN INPUT FAKTUR-FILE.
            IF ws-fk-status = "00"
                PERFORM AMBIL-BARIS-FAKTUR
                    UNTIL ws-fk-status NOT = "00"
                CLOSE FAKTUR-FILE
            END-IF.

       AMBIL-BARIS-FAKTUR.
            READ FAKTUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF FK-STATUS = "L"
                       AND FK-TGL-BAYAR = tgl-posting
                        PERFORM REKAP-FAKTUR
                    END-IF
            END-READ.

       REKAP-FAKTUR.
            IF FK-TOTAL IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Faktur pemasok ", FK-NO, ": total tidak sah"
            ELSE
                MOVE FK-TOTAL TO pos-jumlah
                MOVE "UTG" TO pos-peran
                PERFORM CATAT-DEBIT
                MOVE "BNK" TO pos-peran
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * RETUR KE PEMASOK - barang yang dikembalikan pada tanggal
      * posting membalik penerimaannya: utang dagang berkurang
      * (kredit ditunggu dari pemasok) dan pembelian stok berkurang
      *-----------------------
       KUMPULKAN-RETUR.
            MOVE "RTR" TO pos-sumber.
            OPEN INPUT RETUR-FILE.
            IF ws-rt-status = "00"
                PERFORM AMBIL-BARIS-RETUR
                    UNTIL ws-rt-status NOT = "00"
                CLOSE RETUR-FILE
            END-IF.

       AMBIL-BARIS-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF RT-DATE = tgl-posting
                        PERFORM REKAP-RETUR
                    END-IF
            END-READ.

       REKAP-RETUR.
            IF RT-QTY IS NOT NUMERIC OR RT-COST IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Retur ", RT-NO, " ", RT-KODE,
                        ": qty/harga tidak sah"
            ELSE
                COMPUTE pos-jumlah = RT-QTY * RT-COST
                MOVE "UTG" TO pos-peran
                PERFORM CATAT-DEBIT
                MOVE "PBL" TO pos-peran
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * PENCAIRAN PLATFORM - baris laporan pencairan yang diimpor
      * pada tanggal posting: bank menerima neto, potongan platform
      * (bruto - neto) menjadi biaya komisi, piutang platform
      * berkurang sebesar bruto
      *-----------------------
       KUMPULKAN-PAYOUT.
            MOVE "PLT" TO pos-sumber.
            OPEN INPUT PAYOUT-FILE.
            IF ws-po-status = "00"
                PERFORM AMBIL-BARIS-PAYOUT
                    UNTIL ws-po-status NOT = "00"
                CLOSE PAYOUT-FILE
            END-IF.

       AMBIL-BARIS-PAYOUT.
            READ PAYOUT-FILE
                AT END CONTINUE
                NOT AT END
                    IF PO-TGL-IMPOR = tgl-posting
                        PERFORM REKAP-PAYOUT
                    END-IF
            END-READ.

       REKAP-PAYOUT.
            IF PO-GROSS IS NOT NUMERIC OR PO-NET IS NOT NUMERIC
                ADD 1 TO rusak-count
                DISPLAY "Pencairan ", PO-KANAL, " ", PO-ORDER,
                        ": jumlah tidak sah"
            ELSE
                MOVE "BNK" TO pos-peran
                MOVE PO-NET TO pos-jumlah
                PERFORM CATAT-DEBIT
                MOVE "KOM" TO pos-peran
                COMPUTE pos-jumlah = PO-GROSS - PO-NET
                PERFORM CATAT-DEBIT
                MOVE "PLT" TO pos-peran
                MOVE PO-GROSS TO pos-jumlah
                PERFORM CATAT-KREDIT
            END-IF.

      *-----------------------
      * CATAT POS - tambah ke pos sumber+peran yang sama, buat pos
      * baru bila belum ada; jumlah nol tidak membuat pos
      *-----------------------
       CATAT-DEBIT.
            IF pos-jumlah NOT = 0
                PERFORM CARI-POS
                IF pos-idx > 0
                    ADD pos-jumlah TO PS-SALDO (pos-idx)
                END-IF
            END-IF.

       CATAT-KREDIT.
            IF pos-jumlah NOT = 0
                PERFORM CARI-POS
                IF pos-idx > 0
                    SUBTRACT pos-jumlah FROM PS-SALDO (pos-idx)
                END-IF
            END-IF.

       CARI-POS.
            MOVE "N" TO ws-ketemu.
            PERFORM COCOKKAN-POS
                VARYING pos-idx FROM 1 BY 1
                UNTIL pos-idx > pos-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM pos-idx
            ELSE
                IF pos-count >= 60
                    DISPLAY "Tabel pos penuh, ", pos-sumber, "/",
                            pos-peran, " tidak tercatat"
                    ADD 1 TO rusak-count
                    MOVE 0 TO pos-idx
                ELSE
                    ADD 1 TO pos-count
                    MOVE pos-count  TO pos-idx
                    MOVE pos-sumber TO PS-SUMBER (pos-idx)
                    MOVE pos-peran  TO PS-PERAN (pos-idx)
                    MOVE 0          TO PS-SALDO (pos-idx)
                    MOVE 0          TO PS-AKUN (pos-idx)
                END-IF
            END-IF.

       COCOKKAN-POS.
            IF PS-SUMBER (pos-idx) = pos-sumber
               AND PS-PERAN (pos-idx) = pos-peran
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * VOUCHER - buku voucher dicocokkan dengan jurnal: voucher
      * terjual dan ditukar hari itu.  Selisih hanya peringatan;
      * yang diposting tetap angka jurnal.
      *-----------------------
       PERIKSA-VOUCHER.
            OPEN INPUT VOUCHER-FILE.
            IF ws-vc-status = "00"
                PERFORM AMBIL-BARIS-VOUCHER
                    UNTIL ws-vc-status NOT = "00"
                CLOSE VOUCHER-FILE
            END-IF.
            IF voc-jual-vc NOT = voc-jual-jrn
               OR voc-tukar-vc NOT = voc-tukar-jrn
                DISPLAY "Peringatan: voucher di VOUCHER.txt tidak ",
                        "cocok dengan jurnal penjualan"
            END-IF.

       AMBIL-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF VC-NILAI IS NUMERIC
                        IF VC-SOLD-DATE = tgl-posting
                            ADD VC-NILAI TO voc-jual-vc
                        END-IF
                        IF VC-STATUS = "R"
                           AND VC-REDEEM-DATE = tgl-posting
                            ADD VC-NILAI TO voc-tukar-vc
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * SEIMBANG - setiap pos harus punya akun di bagan, tidak ada
      * record rusak, dan total debit = total kredit; kalau tidak,
      * hari itu tidak diposting sama sekali
      *-----------------------
       PERIKSA-SEIMBANG.
            PERFORM PETAKAN-POS
                VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > pos-count.
            COMPUTE selisih = total-debit - total-kredit.
            DISPLAY "Struk diposting : ", struk-count.
            DISPLAY "Total debit     : Rp ", total-debit.
            DISPLAY "Total kredit    : Rp ", total-kredit.
            EVALUATE TRUE
                WHEN rusak-count > 0
                    DISPLAY rusak-count, " record tidak sah, hari ",
                            tgl-posting, " tidak diposting"
                WHEN tanpa-akun > 0
                    DISPLAY tanpa-akun, " pos tanpa akun, hari ",
                            tgl-posting, " tidak diposting"
                WHEN selisih NOT = 0
                    DISPLAY "Debit dan kredit selisih Rp ", selisih,
                            ", hari ", tgl-posting,
                            " tidak diposting"
                WHEN OTHER
                    MOVE "Y" TO ws-seimbang
            END-EVALUATE.

       PETAKAN-POS.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-AKUN-PERAN
                VARYING bagan-idx FROM 1 BY 1
                UNTIL bagan-idx > bagan-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM bagan-idx
                MOVE BG-KODE (bagan-idx) TO PS-AKUN (pos-idx)
                IF PS-SALDO (pos-idx) > 0
                    ADD PS-SALDO (pos-idx) TO BG-DEBIT (bagan-idx)
                ELSE
                    SUBTRACT PS-SALDO (pos-idx)
                        FROM BG-KREDIT (bagan-idx)
                END-IF
            ELSE
                ADD 1 TO tanpa-akun
                DISPLAY "Peran ", PS-PERAN (pos-idx), " belum ",
                        "punya akun di AKUNGL.txt"
            END-IF.
            IF PS-SALDO (pos-idx) > 0
                ADD PS-SALDO (pos-idx) TO total-debit
            ELSE
                SUBTRACT PS-SALDO (pos-idx) FROM total-kredit
            END-IF.

       CARI-AKUN-PERAN.
            IF BG-PERAN (bagan-idx) = PS-PERAN (pos-idx)
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * POSTING - satu baris per sumber per akun ke GLPOST.txt
      *-----------------------
       SIMPAN-POSTING.
            OPEN INPUT GLPOST-FILE.
            IF ws-gp-status = "00"
                CLOSE GLPOST-FILE
                OPEN EXTEND GLPOST-FILE
            ELSE
                OPEN OUTPUT GLPOST-FILE
            END-IF.
            PERFORM TULIS-POSTING
                VARYING pos-idx FROM 1 BY 1 UNTIL pos-idx > pos-count.
            CLOSE GLPOST-FILE.
            DISPLAY posting-count, " baris diposting ke GLPOST.txt".

       TULIS-POSTING.
            IF PS-SALDO (pos-idx) NOT = 0
                MOVE SPACES              TO GLPOST-RECORD
                MOVE tgl-posting         TO GP-DATE
                MOVE PS-SUMBER (pos-idx) TO GP-SUMBER
                MOVE PS-AKUN (pos-idx)   TO GP-AKUN
                IF PS-SALDO (pos-idx) > 0
                    MOVE "D" TO GP-DK
                    MOVE PS-SALDO (pos-idx) TO GP-JUMLAH
                ELSE
                    MOVE "K" TO GP-DK
                    COMPUTE GP-JUMLAH = 0 - PS-SALDO (pos-idx)
                END-IF
                EVALUATE PS-SUMBER (pos-idx)
                    WHEN "JRN" MOVE "Penjualan kasir" TO GP-KET
                    WHEN "PDO" MOVE "Paid-out laci" TO GP-KET
                    WHEN "APY" MOVE "Pembayaran rekening bon"
                                   TO GP-KET
                    WHEN "TRM" MOVE "Penerimaan barang" TO GP-KET
                    WHEN "FKB" MOVE "Pembayaran faktur" TO GP-KET
                    WHEN "RTR" MOVE "Retur ke pemasok" TO GP-KET
                    WHEN "PLT" MOVE "Pencairan platform" TO GP-KET
                END-EVALUATE
                MOVE WS-SESI-ID          TO GP-OPER
                WRITE GLPOST-RECORD
                IF ws-gp-status NOT = "00"
                    DISPLAY "Gagal menulis GLPOST.txt, status ",
                            ws-gp-status
                    MOVE 1 TO RETURN-CODE
                ELSE
                    ADD 1 TO posting-count
                END-IF
            END-IF.

      *-----------------------
      * NERACA SALDO - NRCSLD.txt: mutasi hari itu dan saldo akhir
      * setiap akun; hari yang gagal tetap dicetak supaya pembukuan
      * bisa melihat pos mana yang tidak klop
      *-----------------------
       CETAK-NERACA-SALDO.
            OPEN INPUT NERACA-REPORT.
            IF ws-rpt-status = "00"
                CLOSE NERACA-REPORT
                OPEN EXTEND NERACA-REPORT
            ELSE
                OPEN OUTPUT NERACA-REPORT
            END-IF.
            MOVE 0 TO tb-mut-d.
            MOVE 0 TO tb-mut-k.
            MOVE 0 TO tb-saldo-d.
            MOVE 0 TO tb-saldo-k.
            MOVE tgl-posting TO NH-TGL.
            MOVE NERACA-HEADER-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE NERACA-KOLOM-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-AKUN
                VARYING bagan-idx FROM 1 BY 1
                UNTIL bagan-idx > bagan-count.
            MOVE tb-mut-d   TO NT-MUT-D.
            MOVE tb-mut-k   TO NT-MUT-K.
            MOVE tb-saldo-d TO NT-SAL-D.
            MOVE tb-saldo-k TO NT-SAL-K.
            MOVE NERACA-TOTAL-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE voc-jual-vc   TO NV-JUAL.
            MOVE voc-jual-jrn  TO NV-JUAL-J.
            MOVE voc-tukar-vc  TO NV-TUKAR.
            MOVE voc-tukar-jrn TO NV-TUKAR-J.
            MOVE NERACA-VOUCHER-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            IF hari-seimbang
                MOVE "SEIMBANG, DIPOSTING" TO NS-STATUS
            ELSE
                MOVE "TIDAK DIPOSTING" TO NS-STATUS
            END-IF.
            MOVE selisih       TO NS-SELISIH.
            MOVE posting-count TO NS-BARIS.
            MOVE NERACA-STATUS-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            CLOSE NERACA-REPORT.

       CETAK-AKUN.
            COMPUTE saldo-akhir = BG-AWAL (bagan-idx)
                + BG-DEBIT (bagan-idx) - BG-KREDIT (bagan-idx).
            MOVE BG-KODE (bagan-idx)   TO NA-KODE.
            MOVE BG-NAMA (bagan-idx)   TO NA-NAMA.
            MOVE BG-DEBIT (bagan-idx)  TO NA-MUT-D.
            MOVE BG-KREDIT (bagan-idx) TO NA-MUT-K.
            ADD BG-DEBIT (bagan-idx)   TO tb-mut-d.
            ADD BG-KREDIT (bagan-idx)  TO tb-mut-k.
            IF saldo-akhir > 0
                MOVE saldo-akhir TO NA-SAL-D
                MOVE 0           TO NA-SAL-K
                ADD saldo-akhir  TO tb-saldo-d
            ELSE
                MOVE 0           TO NA-SAL-D
                COMPUTE NA-SAL-K = 0 - saldo-akhir
                SUBTRACT saldo-akhir FROM tb-saldo-k
            END-IF.
            MOVE NERACA-AKUN-LINE TO NERACA-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       TULIS-BARIS-LAPORAN.
            WRITE NERACA-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis NRCSLD.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY NERACA-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
