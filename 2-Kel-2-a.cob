           COPY ITEMSEL.
           COPY RESEPSEL.
           COPY BAHANSEL.
           COPY LOTSEL.
           COPY UKURSEL.
           COPY HKANSEL.
           COPY MODIFSEL.
           COPY PROMOSEL.
           COPY STRUKSEL.
           COPY BDATESEL.
           COPY OUTLSEL.
           COPY SESISEL.
           SELECT RECEIPT-CTR ASSIGN TO DYNAMIC WS-NAMA-RECEIPT
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT RECEIPT-LAMA ASSIGN TO "RECEIPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RO-STATUS.
           COPY TAHANSEL.
           SELECT TAHAN-TMP ASSIGN TO "TAHAN.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TT-STATUS.
           COPY MEMBSEL.
           COPY MBJSEL.
           COPY VOCSEL.
           COPY VTKSEL.
           COPY AKUNSEL.
           SELECT PAJAK-FILE ASSIGN TO "PAJAK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJ-STATUS.
           COPY RIDXSEL.
           COPY SIDXSEL.
           COPY HADIRSEL.
           COPY ANTRSEL.
           COPY PRAPSEL.
           COPY PRAPDSEL.
           SELECT PRAPESAN-TMP ASSIGN TO "PRAPESAN.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

           COPY BAHANFD.

           COPY LOTFD.

           COPY UKURFD.

           COPY HKANFD.

           COPY MODIFFD.

           COPY PROMOFD.

           COPY BDATEFD.

           COPY OUTLFD.

           COPY SESIFD.

      *-----------------------
      * counter nomor struk lama per register.  Nomor struk yang
      * dipakai adalah register x 100000 + urut, jadi register 1
      * menomori 100001.. dan register 2 menomori 200001.. tanpa
      * mungkin bertabrakan (struk lama bernomor kecil tetap unik).
      * Nomor kini ditarik dari seri STRUKn di NOMOR.txt lewat
      * NOMORGEN; RECEIPTn.txt (atau baris register ini di
      * RECEIPT.txt yang lebih tua) hanya dibaca sekali sebagai
      * titik awal saat seri itu dibuka.
      *-----------------------
       FD RECEIPT-CTR.
       01 RC-RECORD.
           02 FILLER PIC X VALUE SPACE.
           02 RO-NO  PIC X(05).

           COPY TAHANFD.

       FD TAHAN-TMP.
       01 TAHAN-KEEP PIC X(80).

           COPY MEMBFD.

           COPY MBJFD.

           COPY VOCFD.

           COPY VTKFD.

           COPY AKUNFD.

      *-----------------------
      * konfigurasi PPN -- satu record, tarif dalam perseratus persen
      * (1100 = 11,00%); berkas hilang / bukan angka = tarif 0,

           COPY SIDXFD.

           COPY HADIRFD.

           COPY ANTRFD.

           COPY PRAPFD.

           COPY PRAPDFD.

       FD PRAPESAN-TMP.
       01 PRAPESAN-KEEP PIC X(120).

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       01 ITEM-TABEL.
               10 ITEM-MULAI  PIC 9(08).

      *-----------------------
      * resep dimuat sekali di awal; tiap minuman terjual
      * meledakkan resepnya dan menarik stok bahan.  Tabel bahan
      * hanya memuat bahan yang tersentuh transaksi ini (dibaca
      * lewat kodenya); BHN-PAKAI dikurangkan dari record masing-
      * masing di akhir transaksi
      *-----------------------
       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 100 TIMES.
               10 BHN-ONHAND PIC S9(07).
               10 BHN-MIN    PIC 9(07).
               10 BHN-COST   PIC 9(06).
               10 BHN-LOT    PIC X(01).
               10 BHN-PAKAI  PIC S9(07).

       01 PROMO-TABEL.
           05 PROMO-ENTRY OCCURS 20 TIMES.
               10 UKR-SIZE  PIC X(01).
               10 UKR-HARGA PIC 9(05).

      *-----------------------
      * harga kanal platform (HRGKANAL.txt) per kode + ukuran
      *-----------------------
       01 HKANAL-TABEL.
           05 HKANAL-ENTRY OCCURS 200 TIMES.
               10 HKN-KODE  PIC X(04).
               10 HKN-SIZE  PIC X(01).
               10 HKN-KANAL PIC X(01).
               10 HKN-HARGA PIC 9(05).

       01 MODIF-TABEL.
           05 MODIF-ENTRY OCCURS 20 TIMES.
               10 MDF-KODE  PIC X(02).
           77 bahan-count pic 9(03) value 0.
           77 bahan-idx   pic 9(03) comp.
           77 bahan-cari  pic 9(03) comp.
           77 ws-lot-pakai pic X value "N".
               88 lot-terpakai value "Y".
           77 promo-count pic 99 value 0.
           77 promo-idx  pic 99 comp.
           77 ws-pr-status pic X(02).
           77 total-diskon pic S9(6) value 0.
           77 ws-sr-status pic X(02).
           COPY BDATEWS.
           COPY OUTLWS.
           COPY SESIWS.
           COPY LOTWS.
           77 mode-input  pic X(01).
               88 mode-tutup value "T", "t".
           77 kasir-id    pic 9(04) value 0.
           77 pay-v        pic 9(06) value 0.
           77 pay-a        pic 9(06) value 0.
           77 ws-ac-status pic X(02).
           77 akun-no      pic 9(04) value 0.
           77 akun-nama    pic X(15).
           77 akun-limit   pic 9(08).
               88 akun-ketemu value "Y".
           77 tutup-pay-a  pic S9(08) value 0.
           77 ws-vc-status pic X(02).
           77 ws-vk-status pic X(02).
           77 voucher-no   pic 9(05).
           77 voucher-nilai pic 9(06).
           77 voucher-pakai pic 9(06).
           77 total-pajak  pic S9(06) value 0.
           77 tutup-tax    pic S9(08) value 0.
           77 ws-mb-status pic X(02).
           77 ws-mj-status pic X(02).
           77 member-no    pic 9(05) value 0.
           77 member-nama  pic X(15).
           77 sb-line-no   pic 9(04) value 0.
           77 ws-jr-status pic X(02).
           77 ws-jd-status pic X(02).
           77 ws-hd-status pic X(02).
           77 tip-c        pic 9(06) value 0.
           77 tip-q        pic 9(06) value 0.
           77 tip-t        pic 9(06) value 0.
           77 tip-input    pic 9(06) value 0.
           77 tip-total    pic 9(06) value 0.
           77 tutup-tip-c  pic S9(08) value 0.
           77 tutup-tip-q  pic S9(08) value 0.
           77 tutup-tip-t  pic S9(08) value 0.
           77 hadir-hit    pic 9(03) value 0.
           77 ws-aq-status pic X(02).
           77 ws-pp-status pic X(02).
           77 ws-pb-status pic X(02).
           77 ws-pt-status pic X(02).
           77 pay-d        pic 9(06) value 0.
           77 dp-pakai     pic 9(06) value 0.
           77 dp-terima    pic S9(06) value 0.
           77 dp-baru      pic 9(06) value 0.
           77 prapesan-no  pic 9(05) value 0.
           77 prap-input   pic 9(05) value 0.
           77 prap-status  pic X(01).
           77 prap-dp      pic 9(06).
           77 prap-dp-bayar pic 9(06).
           77 prap-nama    pic X(20).
           77 prap-tgl     pic 9(08).
           77 prap-jam     pic 9(04).
           77 prap-baris-hit pic 9(02).
           77 prap-aksi    pic X(01).
           77 ws-pp-ada    pic X value "N".
               88 prapesan-ketemu value "Y".
           77 tutup-pay-d  pic S9(08) value 0.
           77 ws-hk-status pic X(02).
           77 hkanal-count pic 9(03) value 0.
           77 hkanal-idx   pic 9(03) comp.
           77 kanal-idx    pic 99 comp.
           77 kanal-input  pic X(01).
           77 kanal-aktif  pic X(01) value "K".
               88 kanal-kasir value "K".
           77 kanal-nama-aktif pic X(10).
           77 kanal-nama-pilih pic X(10).
           77 plat-id      pic X(15).
           77 pay-p        pic 9(06) value 0.
           77 tutup-pay-p  pic S9(08) value 0.
           77 ws-kn-ada    pic X value "N".
               88 kanal-ketemu value "Y".
           COPY AUDITWS.
           COPY PRDWS.
           COPY KANALWS.
           COPY NOMORWS.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM BACA-OUTLET.
      *     bulan yang sudah ditutup tidak menerima penjualan; bila
      *     tanggal usaha diundur ke sana, penjualan dicatat hari ini
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "Y"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            PERFORM INIT-TRANSAKSI.
            PERFORM MINTA-KASIR-ID.
            PERFORM MINTA-REGISTER-ID.
            DISPLAY "Mode (J)ual / (T)utup kasir   : ".
            ACCEPT MODE-INPUT.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN MODE-TUTUP
                    PERFORM TUTUP-KASIR
                WHEN OTHER
                    PERFORM MUAT-MENU
                    PERFORM MUAT-UKURAN
                    PERFORM MUAT-HKANAL
                    PERFORM MUAT-MODIF
                    PERFORM MUAT-RESEP
                    PERFORM MULAI-LOT
                    PERFORM MUAT-PROMO
                    PERFORM MUAT-PAJAK
                    PERFORM INIT-RECEIPT-NO
                    IF RECEIPT-NO = 0
                        DISPLAY "Nomor struk tidak bisa ditarik, ",
                                "penjualan dibatalkan"
                    ELSE
                        PERFORM TAMPILKAN-MENU
                        PERFORM AMBIL-PESANAN UNTIL KODE-INPUT = "0"
                        PERFORM HITUNG-DISKON
                        PERFORM HITUNG-PAJAK
                        IF KANAL-KASIR
                            PERFORM TANYA-ANGGOTA
                        END-IF
                        PERFORM TERIMA-PEMBAYARAN
                        PERFORM CETAK-STRUK
                        PERFORM SIMPAN-JURNAL
                        PERFORM SIMPAN-BAHAN
                        IF LOT-TERPAKAI
                            PERFORM SIMPAN-LOT
                        END-IF
                    END-IF
            END-EVALUATE.
            MOVE "2-Kel-9-a" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.
            MOVE 0   TO TUTUP-PAY-T.
            MOVE 0   TO TUTUP-PAY-V.
            MOVE 0   TO TUTUP-PAY-A.
            MOVE 0   TO TUTUP-PAY-D.
            MOVE 0   TO TUTUP-PAY-P.
            MOVE 0   TO TUTUP-TIP-C.
            MOVE 0   TO TUTUP-TIP-Q.
            MOVE 0   TO TUTUP-TIP-T.
            MOVE "N" TO WS-SUDAH-Z.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                DISPLAY "  Transfer       : Rp ", TUTUP-PAY-T
                DISPLAY "  Voucher        : Rp ", TUTUP-PAY-V
                DISPLAY "  Rekening bon   : Rp ", TUTUP-PAY-A
                DISPLAY "  Uang muka      : Rp ", TUTUP-PAY-D
                DISPLAY "  Platform online: Rp ", TUTUP-PAY-P
                DISPLAY "Total kembalian  : Rp ", TUTUP-BAYAR
                DISPLAY "Tip tunai        : Rp ", TUTUP-TIP-C
                DISPLAY "Tip QRIS         : Rp ", TUTUP-TIP-Q
                DISPLAY "Tip transfer     : Rp ", TUTUP-TIP-T
                DISPLAY "Kasir ditutup"
            END-IF.
            PERFORM DAFTAR-TAHANAN.
            PERFORM DAFTAR-SHIFT-TERBUKA.

      *-----------------------
      * pesanan yang masih tertahan saat kasir ditutup dilaporkan
                            TH-QTY, " Rp ", TH-JUMLAH
            END-READ.

      *-----------------------
      * karyawan yang belum mengetuk jam pulang saat register
      * ditutup diingatkan di sini; LAPHADIR mencatatnya juga
      *-----------------------
       DAFTAR-SHIFT-TERBUKA.
            MOVE 0 TO HADIR-HIT.
            OPEN INPUT HADIR-FILE.
            IF WS-HD-STATUS = "00"
                PERFORM LAPOR-BARIS-HADIR
                    UNTIL WS-HD-STATUS NOT = "00"
                CLOSE HADIR-FILE
            END-IF.
            IF HADIR-HIT > 0
                DISPLAY "PERHATIAN: ", HADIR-HIT,
                        " karyawan belum mengetuk jam pulang"
            END-IF.

       LAPOR-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-STATUS = "O" AND HD-DATE = WS-DATE
                        ADD 1 TO HADIR-HIT
                        DISPLAY "Karyawan ", HD-EMP, " masuk jam ",
                                HD-IN (1:4), " belum pulang"
                    END-IF
            END-READ.

       REKAP-BARIS-TUTUP.
            READ SALES-JOURNAL
                AT END CONTINUE
                IF JR-PAY-A IS NUMERIC
                    ADD JR-PAY-A TO TUTUP-PAY-A
                END-IF
                IF JR-PAY-D IS NUMERIC
                    ADD JR-PAY-D TO TUTUP-PAY-D
                END-IF
                IF JR-PAY-P IS NUMERIC
                    ADD JR-PAY-P TO TUTUP-PAY-P
                END-IF
            ELSE
                EVALUATE JR-TENDER
                    WHEN "Q" ADD JR-UANG TO TUTUP-PAY-Q
                    WHEN OTHER ADD JR-UANG TO TUTUP-PAY-C
                END-EVALUATE
            END-IF.
            IF JR-TIP-C IS NUMERIC AND JR-TIP-Q IS NUMERIC
               AND JR-TIP-T IS NUMERIC
                ADD JR-TIP-C TO TUTUP-TIP-C
                ADD JR-TIP-Q TO TUTUP-TIP-Q
                ADD JR-TIP-T TO TUTUP-TIP-T
            END-IF.

       TULIS-JURNAL-TUTUP.
            MOVE SPACES       TO JURNAL-RECORD.
            MOVE KASIR-ID     TO JR-CASHIER.
            MOVE WS-DATE      TO JR-DATE.
            MOVE WS-TIME      TO JR-TIME.
            MOVE WS-OUTLET    TO JR-OUTLET.
            MOVE REGISTER-ID  TO JR-REG.
            MOVE 0            TO JR-MEMBER.
            MOVE TUTUP-TAX    TO JR-TAX.
            MOVE TUTUP-PAY-V  TO JR-PAY-V.
            MOVE TUTUP-PAY-A  TO JR-PAY-A.
            MOVE 0            TO JR-AKUN.
            MOVE TUTUP-TIP-C  TO JR-TIP-C.
            MOVE TUTUP-TIP-Q  TO JR-TIP-Q.
            MOVE TUTUP-TIP-T  TO JR-TIP-T.
            MOVE TUTUP-PAY-D  TO JR-PAY-D.
            MOVE TUTUP-PAY-P  TO JR-PAY-P.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                CLOSE SALES-JOURNAL
            MOVE 0     TO POIN-TUKAR.
            MOVE 0     TO TUKAR-RP.
            MOVE 0     TO POIN-EARN.
            MOVE 0     TO TIP-C.
            MOVE 0     TO TIP-Q.
            MOVE 0     TO TIP-T.
            MOVE 0     TO PAY-D.
            MOVE 0     TO DP-PAKAI.
            MOVE 0     TO PRAPESAN-NO.
            MOVE 0     TO PAY-P.
            MOVE "K"   TO KANAL-AKTIF.
            MOVE SPACES TO PLAT-ID.
            MOVE 0     TO BAHAN-COUNT.
            MOVE "N"   TO WS-LOT-PAKAI.

      *-----------------------
      * MUAT MENU - daftar item dibaca dari MENUITEM.txt, bukan lagi
                    END-IF
            END-READ.

       BACA-BAHAN.
            OPEN INPUT BAHAN-FILE.
            IF WS-BH-STATUS = "00"
                MOVE RSP-BAHAN (RESEP-IDX) TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM AMBIL-BARIS-BAHAN
                END-READ
                CLOSE BAHAN-FILE
            END-IF.

       AMBIL-BARIS-BAHAN.
            IF BAHAN-COUNT >= 100
                DISPLAY "Tabel bahan penuh, kode ", BH-KODE,
                        " dilewati"
            ELSE
                ADD 1 TO BAHAN-COUNT
                MOVE BAHAN-COUNT TO BAHAN-IDX
                MOVE BH-KODE    TO BHN-KODE (BAHAN-COUNT)
                MOVE BH-NAMA    TO BHN-NAMA (BAHAN-COUNT)
                MOVE BH-SATUAN  TO BHN-SATUAN (BAHAN-COUNT)
                MOVE BH-ONHAND  TO BHN-ONHAND (BAHAN-COUNT)
                MOVE BH-MINIMUM TO BHN-MIN (BAHAN-COUNT)
                MOVE BH-COST    TO BHN-COST (BAHAN-COUNT)
                MOVE BH-LOT     TO BHN-LOT (BAHAN-COUNT)
                MOVE 0          TO BHN-PAKAI (BAHAN-COUNT)
            END-IF.

      *-----------------------
      * LEDAKKAN RESEP - tiap baris resep kode menu yang dipesan
      * menarik qty resep x jumlah gelas dari stok bahannya; bahan
      * mudah rusak juga ditarik dari lot yang paling dulu
      * kedaluwarsa
      *-----------------------
       KURANGI-BAHAN.
            PERFORM LEDAKKAN-BARIS-RESEP
                PERFORM CARI-BAHAN
                    VARYING BAHAN-CARI FROM 1 BY 1
                    UNTIL BAHAN-CARI > BAHAN-COUNT
                IF BAHAN-IDX = 0
                    PERFORM BACA-BAHAN
                END-IF
                IF BAHAN-IDX = 0
                    DISPLAY "PERINGATAN: bahan ",
                            RSP-BAHAN (RESEP-IDX),
                    COMPUTE BHN-ONHAND (BAHAN-IDX) =
                        BHN-ONHAND (BAHAN-IDX) -
                        (RSP-QTY (RESEP-IDX) * QTY-INPUT)
                    COMPUTE BHN-PAKAI (BAHAN-IDX) =
                        BHN-PAKAI (BAHAN-IDX) +
                        (RSP-QTY (RESEP-IDX) * QTY-INPUT)
                    IF BHN-LOT (BAHAN-IDX) = "Y"
                        MOVE BHN-KODE (BAHAN-IDX) TO WS-LOT-KODE
                        COMPUTE WS-LOT-SISA =
                            RSP-QTY (RESEP-IDX) * QTY-INPUT
                        PERFORM PAKAI-LOT
                        MOVE "Y" TO WS-LOT-PAKAI
                    END-IF
                    IF BHN-ONHAND (BAHAN-IDX) <= 0
                        DISPLAY "PERINGATAN: bahan ",
                                BHN-NAMA (BAHAN-IDX),
                MOVE BAHAN-CARI TO BAHAN-IDX
            END-IF.

      *    record dibaca ulang lewat kodenya dan hanya pemakaian
      *    transaksi ini yang dikurangkan, supaya register lain yang
      *    menjual pada saat yang sama tidak tertimpa
       SIMPAN-BAHAN.
            IF BAHAN-COUNT = 0
                CONTINUE
            ELSE
                OPEN I-O BAHAN-FILE
                IF WS-BH-STATUS NOT = "00"
                    DISPLAY "Gagal menyimpan stok bahan, status ",
                            WS-BH-STATUS
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM TULIS-BARIS-BAHAN
                        VARYING BAHAN-IDX FROM 1 BY 1
                        UNTIL BAHAN-IDX > BAHAN-COUNT
                    CLOSE BAHAN-FILE
                END-IF
            END-IF.

       TULIS-BARIS-BAHAN.
            MOVE BHN-KODE (BAHAN-IDX) TO BH-KODE.
            READ BAHAN-FILE
                INVALID KEY
                    DISPLAY "Bahan ", BH-KODE, " hilang dari ",
                            "BAHAN.txt, stok tidak diperbarui"
                    MOVE 1 TO RETURN-CODE
                NOT INVALID KEY
                    SUBTRACT BHN-PAKAI (BAHAN-IDX) FROM BH-ONHAND
                    REWRITE BAHAN-RECORD
                        INVALID KEY
                            DISPLAY "Gagal menyimpan stok ", BH-KODE,
                                    ", status ", WS-BH-STATUS
                            MOVE 1 TO RETURN-CODE
                    END-REWRITE
            END-READ.

      *-----------------------
      * NOMOR STRUK - ditarik dari seri STRUKn milik register ini
      * lewat NOMORGEN, yang mencatat siapa menarik nomor mana dan
      * kapan.  Seri yang belum ada dibuka dari counter lama
      * register ini (sekali saja), dengan batas urut 99999.
      *-----------------------
       INIT-RECEIPT-NO.
            MOVE 0 TO RECEIPT-NO.
            MOVE REGISTER-ID TO WS-REG-DIGIT.
            MOVE SPACES TO NM-SERI.
            STRING "STRUK" WS-REG-DIGIT
                DELIMITED BY SIZE INTO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                PERFORM BACA-COUNTER-REGISTER
                COMPUTE NM-AWAL = (REGISTER-ID * 100000) + RC-SEQ
                COMPUTE NM-BATAS = (REGISTER-ID * 100000) + 99999
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            IF NOMOR-OK
                MOVE NM-NOMOR TO RECEIPT-NO
            END-IF.

       BACA-COUNTER-REGISTER.
            MOVE SPACES TO WS-NAMA-RECEIPT.
            STRING "RECEIPT" WS-REG-DIGIT ".txt"
                DELIMITED BY SIZE INTO WS-NAMA-RECEIPT.
            ELSE
                PERFORM BACA-COUNTER-LAMA
            END-IF.

      *-----------------------
      * nilai awal dari RECEIPT.txt peninggalan rancangan satu
                    END-IF
            END-READ.

      *-----------------------
      * MENU / PEMESANAN
      *-----------------------
      *-----------------------
       AMBIL-PESANAN.
            DISPLAY "Kode item (0=selesai, *=tahan, #=panggil, ",
                    "+=jual voucher,".
            DISPLAY "           ==ambil pesanan, $=uang muka ",
                    "pesanan, @=kanal online) : ".
            ACCEPT KODE-INPUT.
            EVALUATE TRUE
                WHEN KODE-INPUT = "0"
                    CONTINUE
                WHEN KODE-INPUT = "*" AND PRAPESAN-NO NOT = 0
                    DISPLAY "Pesanan pelanggan tidak bisa ditahan, ",
                            "selesaikan dulu"
                WHEN KODE-INPUT = "*" AND NOT KANAL-KASIR
                    DISPLAY "Pesanan platform tidak bisa ditahan, ",
                            "selesaikan dulu"
                WHEN KODE-INPUT = "*"
                    PERFORM TAHAN-PESANAN
                WHEN KODE-INPUT = "#"
                    PERFORM PANGGIL-PESANAN
                WHEN KODE-INPUT = "+"
                    PERFORM JUAL-VOUCHER
                WHEN KODE-INPUT = "=" AND NOT KANAL-KASIR
                    DISPLAY "Pesanan pelanggan tidak bisa diambil ",
                            "lewat kanal platform"
                WHEN KODE-INPUT = "="
                    PERFORM PANGGIL-PRAPESAN
                WHEN KODE-INPUT = "@"
                    PERFORM PILIH-KANAL
                WHEN KODE-INPUT = "$"
                    PERFORM TERIMA-DP-PESANAN
                WHEN OTHER
                    PERFORM AMBIL-BARIS-PESANAN
            END-EVALUATE.
                    MOVE SPACE TO SIZE-INPUT
                END-IF
            END-IF.
            IF NOT KANAL-KASIR
                PERFORM CARI-HARGA-KANAL
                    VARYING HKANAL-IDX FROM 1 BY 1
                    UNTIL HKANAL-IDX > HKANAL-COUNT
            END-IF.

      *    harga platform menggantikan harga kasir ukuran yang sama
       CARI-HARGA-KANAL.
            IF HKN-KODE (HKANAL-IDX) = KODE-INPUT AND
               HKN-SIZE (HKANAL-IDX) = SIZE-INPUT AND
               HKN-KANAL (HKANAL-IDX) = KANAL-AKTIF
                MOVE HKN-HARGA (HKANAL-IDX) TO HARGA-SATUAN
            END-IF.

       CARI-UKURAN.
            IF UKR-KODE (UKUR-IDX) = KODE-INPUT AND
                    END-IF
            END-READ.

       MUAT-HKANAL.
            MOVE 0 TO HKANAL-COUNT.
            OPEN INPUT HKANAL-FILE.
            IF WS-HK-STATUS = "00"
                PERFORM AMBIL-BARIS-HKANAL
                    UNTIL WS-HK-STATUS NOT = "00"
                CLOSE HKANAL-FILE
            END-IF.

       AMBIL-BARIS-HKANAL.
            READ HKANAL-FILE
                AT END CONTINUE
                NOT AT END
                    IF HKANAL-COUNT >= 200
                        DISPLAY "Tabel harga kanal penuh, baris ",
                                "dilewati"
                    ELSE
                        ADD 1 TO HKANAL-COUNT
                        MOVE HK-KODE  TO HKN-KODE (HKANAL-COUNT)
                        MOVE HK-SIZE  TO HKN-SIZE (HKANAL-COUNT)
                        MOVE HK-KANAL TO HKN-KANAL (HKANAL-COUNT)
                        MOVE HK-HARGA TO HKN-HARGA (HKANAL-COUNT)
                    END-IF
            END-READ.

       MUAT-MODIF.
            MOVE 0 TO MODIF-COUNT.
            OPEN INPUT MODIF-FILE.
            ELSE
                DISPLAY "Nomor slot tahanan (1-99)     : "
                ACCEPT SLOT-INPUT
                ACCEPT WS-TIME FROM TIME
                PERFORM BUKA-TAHAN-FILE
                PERFORM TULIS-BARIS-TAHAN
                    VARYING PSN-IDX FROM 1 BY 1
            MOVE PSN-JUMLAH (PSN-IDX) TO TH-JUMLAH.
            MOVE PSN-SIZE (PSN-IDX)  TO TH-SIZE.
            MOVE PSN-MODS (PSN-IDX)  TO TH-MODS.
            MOVE KASIR-ID            TO TH-KASIR.
            MOVE WS-TGL-USAHA        TO TH-DATE.
            MOVE WS-TIME             TO TH-TIME.
            WRITE TAHAN-RECORD.
            IF WS-TH-STATUS NOT = "00"
                DISPLAY "Gagal menahan pesanan, status ", WS-TH-STATUS
                    WRITE TAHAN-RECORD
            END-READ.

      *-----------------------
      * KANAL ONLINE - pesanan GoFood / GrabFood / ShopeeFood
      * dicatat dengan kode kanal dan nomor pesanan platformnya,
      * dipilih sebelum item pertama supaya harga kanal (HRGKANAL)
      * dipakai untuk semua barisnya
      *-----------------------
       PILIH-KANAL.
            EVALUATE TRUE
                WHEN PSN-COUNT > 0
                    DISPLAY "Kanal dipilih sebelum item pertama"
                WHEN PRAPESAN-NO NOT = 0
                    DISPLAY "Struk ini memuat pesanan pelanggan, ",
                            "kanal tetap kasir"
                WHEN OTHER
                    PERFORM TAMPILKAN-KANAL
                        VARYING KANAL-IDX FROM 1 BY 1
                        UNTIL KANAL-IDX > KANAL-JML
                    DISPLAY "Kode kanal                    : "
                    MOVE SPACE TO KANAL-INPUT
                    ACCEPT KANAL-INPUT
                    MOVE "N" TO WS-KN-ADA
                    PERFORM CARI-KANAL
                        VARYING KANAL-IDX FROM 1 BY 1
                        UNTIL KANAL-IDX > KANAL-JML OR KANAL-KETEMU
                    PERFORM TETAPKAN-KANAL
            END-EVALUATE.

       TETAPKAN-KANAL.
            EVALUATE TRUE
                WHEN NOT KANAL-KETEMU
                    DISPLAY "Kanal ", KANAL-INPUT, " tidak dikenal"
                WHEN KANAL-INPUT = "K"
                    MOVE "K"    TO KANAL-AKTIF
                    MOVE SPACES TO PLAT-ID
                    DISPLAY "Kanal kembali ke kasir"
                WHEN OTHER
                    DISPLAY "Nomor pesanan platform        : "
                    MOVE SPACES TO PLAT-ID
                    ACCEPT PLAT-ID
                    IF PLAT-ID = SPACES
                        DISPLAY "Nomor pesanan platform wajib ",
                                "diisi, kanal tidak diubah"
                    ELSE
                        MOVE KANAL-INPUT TO KANAL-AKTIF
                        MOVE KANAL-NAMA-PILIH TO KANAL-NAMA-AKTIF
                        DISPLAY "Pesanan ", KANAL-NAMA-AKTIF, " ",
                                PLAT-ID
                    END-IF
            END-EVALUATE.

       TAMPILKAN-KANAL.
            DISPLAY "  ", KANAL-KODE (KANAL-IDX), " ",
                    KANAL-NAMA (KANAL-IDX).

       CARI-KANAL.
            IF KANAL-KODE (KANAL-IDX) = KANAL-INPUT
                MOVE "Y" TO WS-KN-ADA
                MOVE KANAL-NAMA (KANAL-IDX) TO KANAL-NAMA-PILIH
            END-IF.

      *-----------------------
      * AMBIL PESANAN PELANGGAN - baris pesanan dari PRAPDET.txt
      * dimuat ke struk berjalan dengan harga yang dikunci saat
      * pesanan dicatat; stok bahan baru ditarik sekarang, saat
      * barang benar-benar keluar.  Uang muka yang sudah diterima
      * dipotong dari tagihan di TERIMA-PEMBAYARAN.
      *-----------------------
       PANGGIL-PRAPESAN.
            IF PRAPESAN-NO NOT = 0
                DISPLAY "Struk ini sudah memuat pesanan ", PRAPESAN-NO
            ELSE
                DISPLAY "Nomor pesanan pelanggan       : "
                ACCEPT PRAP-INPUT
                PERFORM CARI-PRAPESAN
                EVALUATE TRUE
                    WHEN NOT PRAPESAN-KETEMU
                        DISPLAY "Pesanan ", PRAP-INPUT,
                                " tidak ditemukan"
                    WHEN PRAP-STATUS NOT = "O"
                        DISPLAY "Pesanan ", PRAP-INPUT, " berstatus ",
                                PRAP-STATUS, ", tidak bisa diambil"
                    WHEN OTHER
                        PERFORM MUAT-PRAPESAN
                END-EVALUATE
            END-IF.

       MUAT-PRAPESAN.
            IF PRAP-TGL NOT = WS-TGL-USAHA
                DISPLAY "Catatan: jadwal ambil pesanan ini ", PRAP-TGL,
                        " jam ", PRAP-JAM
            END-IF.
            IF PRAP-DP-BAYAR < PRAP-DP
                DISPLAY "Catatan: uang muka baru diterima Rp ",
                        PRAP-DP-BAYAR, " dari Rp ", PRAP-DP
            END-IF.
            MOVE 0 TO PRAP-BARIS-HIT.
            OPEN INPUT PRAPDET-FILE.
            IF WS-PB-STATUS = "00"
                PERFORM AMBIL-BARIS-PRAPDET
                    UNTIL WS-PB-STATUS NOT = "00"
                CLOSE PRAPDET-FILE
            END-IF.
            MOVE SPACE TO KODE-INPUT.
            IF PRAP-BARIS-HIT = 0
                DISPLAY "Pesanan ", PRAP-INPUT, " tidak punya baris"
            ELSE
                MOVE PRAP-INPUT    TO PRAPESAN-NO
                MOVE PRAP-DP-BAYAR TO DP-PAKAI
                DISPLAY "Pesanan ", PRAP-INPUT, " a.n. ", PRAP-NAMA,
                        " dimuat, ", PRAP-BARIS-HIT, " baris"
            END-IF.

       AMBIL-BARIS-PRAPDET.
            READ PRAPDET-FILE
                AT END CONTINUE
                NOT AT END
                    IF PB-NO = PRAP-INPUT
                        PERFORM MUAT-BARIS-PRAPDET
                    END-IF
            END-READ.

       MUAT-BARIS-PRAPDET.
            IF PSN-COUNT >= 20
                DISPLAY "Pesanan penuh, baris pesanan dilewati"
            ELSE
                ADD 1 TO PSN-COUNT
                ADD 1 TO PRAP-BARIS-HIT
                MOVE PB-KODE   TO PSN-KODE (PSN-COUNT)
                MOVE PB-NAMA   TO PSN-NAMA (PSN-COUNT)
                MOVE PB-QTY    TO PSN-QTY (PSN-COUNT)
                MOVE PB-HARGA  TO PSN-HARGA (PSN-COUNT)
                MOVE PB-JUMLAH TO PSN-JUMLAH (PSN-COUNT)
                MOVE PB-SIZE   TO PSN-SIZE (PSN-COUNT)
                MOVE PB-MODS   TO PSN-MODS (PSN-COUNT)
                ADD PB-QTY    TO KOPI
                ADD PB-JUMLAH TO TOTAL-HARGA
                MOVE PB-KODE   TO KODE-INPUT
                MOVE PB-QTY    TO QTY-INPUT
                PERFORM KURANGI-BAHAN
            END-IF.

       CARI-PRAPESAN.
            MOVE "N" TO WS-PP-ADA.
            OPEN INPUT PRAPESAN-FILE.
            IF WS-PP-STATUS = "00"
                PERFORM PERIKSA-BARIS-PRAPESAN
                    UNTIL WS-PP-STATUS NOT = "00"
                CLOSE PRAPESAN-FILE
            ELSE
                DISPLAY "Buku pesanan (PRAPESAN.txt) belum ada"
            END-IF.

       PERIKSA-BARIS-PRAPESAN.
            READ PRAPESAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF PP-NO = PRAP-INPUT
                        MOVE "Y"          TO WS-PP-ADA
                        MOVE PP-STATUS    TO PRAP-STATUS
                        MOVE PP-DP        TO PRAP-DP
                        MOVE PP-DP-BAYAR  TO PRAP-DP-BAYAR
                        MOVE PP-PELANGGAN TO PRAP-NAMA
                        MOVE PP-TGL-AMBIL TO PRAP-TGL
                        MOVE PP-JAM-AMBIL TO PRAP-JAM
                    END-IF
            END-READ.

      *-----------------------
      * PERBARUI PESANAN - PRAP-AKSI "D": PP-DP-BAYAR diganti
      * DP-BARU (uang muka diterima / dikembalikan); "A": pesanan
      * ditandai sudah diambil dengan struk pelunasannya
      *-----------------------
       PERBARUI-PRAPESAN.
            OPEN INPUT PRAPESAN-FILE.
            OPEN OUTPUT PRAPESAN-TMP.
            PERFORM SALIN-BARIS-PRAPESAN
                UNTIL WS-PP-STATUS NOT = "00".
            CLOSE PRAPESAN-FILE.
            CLOSE PRAPESAN-TMP.
            OPEN INPUT PRAPESAN-TMP.
            OPEN OUTPUT PRAPESAN-FILE.
            PERFORM SALIN-BALIK-PRAPESAN
                UNTIL WS-PT-STATUS NOT = "00".
            CLOSE PRAPESAN-TMP.
            CLOSE PRAPESAN-FILE.

       SALIN-BARIS-PRAPESAN.
            READ PRAPESAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF PP-NO = PRAP-INPUT
                        IF PRAP-AKSI = "A"
                            MOVE "A"          TO PP-STATUS
                            MOVE RECEIPT-NO   TO PP-STRUK
                            MOVE WS-TGL-USAHA TO PP-TGL-SELESAI
                        ELSE
                            MOVE DP-BARU      TO PP-DP-BAYAR
                        END-IF
                    END-IF
                    MOVE SPACES          TO PRAPESAN-KEEP
                    MOVE PRAPESAN-RECORD TO PRAPESAN-KEEP
                    WRITE PRAPESAN-KEEP
            END-READ.

       SALIN-BALIK-PRAPESAN.
            READ PRAPESAN-TMP
                AT END CONTINUE
                NOT AT END
                    MOVE PRAPESAN-KEEP TO PRAPESAN-RECORD
                    WRITE PRAPESAN-RECORD
            END-READ.

      *-----------------------
      * BARIS PESANAN - satu entri per baris yang dipesan, supaya
      * SIMPAN-JURNAL bisa menulis detail item per struk ke
       HITUNG-DISKON.
            MOVE TOTAL-HARGA TO TOTAL-GROSS.
            MOVE 0 TO TOTAL-DISKON.
      *     promo kasir tidak berlaku untuk pesanan platform (promo
      *     platform sudah tercermin di laporan pencairannya)
            IF PROMO-COUNT = 0 OR TOTAL-GROSS = 0 OR NOT KANAL-KASIR
                CONTINUE
            ELSE
                ACCEPT WS-TIME FROM TIME
            MOVE "N" TO WS-MB-ADA.
            OPEN INPUT MEMBER-FILE.
            IF WS-MB-STATUS = "00"
                MOVE MEMBER-NO TO MB-NO
                READ MEMBER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-MB-ADA
                        MOVE MB-NAMA TO MEMBER-NAMA
                        MOVE MB-POIN TO MEMBER-POIN
                END-READ
                CLOSE MEMBER-FILE
            ELSE
                DISPLAY "Berkas anggota (MEMBER.txt) belum ada"
            END-IF.

       TANYA-TUKAR-POIN.
            COMPUTE POIN-MAKS = TOTAL-HARGA / 100.
            IF POIN-MAKS > MEMBER-POIN
            END-IF.

      *-----------------------
      * POIN - record anggota dibaca ulang lewat nomornya, mutasi
      * poin transaksi ini ditambahkan lalu ditulis ulang; mutasinya
      * dijurnal ke MEMBJRN.txt untuk laporan bulanan
      *-----------------------
       CATAT-POIN-ANGGOTA.
            COMPUTE POIN-EARN =
                    " -", POIN-TUKAR, " saldo ", MEMBER-POIN.

       PERBARUI-ANGGOTA.
            OPEN I-O MEMBER-FILE.
            IF WS-MB-STATUS NOT = "00"
                DISPLAY "Berkas anggota tidak terbuka, poin ",
                        "tidak tersimpan"
            ELSE
                MOVE MEMBER-NO TO MB-NO
                READ MEMBER-FILE
                    INVALID KEY
                        DISPLAY "Anggota ", MEMBER-NO, " hilang dari ",
                                "MEMBER.txt, poin tidak tersimpan"
                    NOT INVALID KEY
                        COMPUTE MB-POIN =
                            MB-POIN + POIN-EARN - POIN-TUKAR
                        MOVE MB-POIN TO MEMBER-POIN
                        REWRITE MEMBER-RECORD
                            INVALID KEY
                                DISPLAY "Gagal menyimpan poin, ",
                                        "status ", WS-MB-STATUS
                        END-REWRITE
                END-READ
                CLOSE MEMBER-FILE
            END-IF.

       TULIS-JURNAL-ANGGOTA.
            OPEN INPUT MEMBER-JOURNAL.
            IF WS-MJ-STATUS = "00"
            MOVE 0 TO PAY-Q.
            MOVE 0 TO PAY-T.
            MOVE 0 TO BAYAR.
            MOVE 0 TO PAY-D.
            MOVE 0 TO PAY-P.
            IF DP-PAKAI > 0
                PERFORM TERAPKAN-UANG-MUKA
            END-IF.
            IF NOT KANAL-KASIR
                PERFORM TERIMA-PLATFORM
            END-IF.
            PERFORM MINTA-TENDER-BARIS UNTIL SISA-HARGA = 0.
            COMPUTE UANG = PAY-C + PAY-Q + PAY-T + PAY-V + PAY-A
                         + PAY-D + PAY-P.
            PERFORM TENTUKAN-TENDER-FINAL.

      *-----------------------
      * UANG MUKA - DP pesanan yang sudah diterima dipotong lebih
      * dulu dari tagihan (kolom JR-PAY-D, pengurang kewajiban uang
      * muka, bukan uang laci).  Bila pesanan diambil lebih sedikit
      * dari DP-nya, kelebihannya dikembalikan tunai sebagai
      * kembalian.
      *-----------------------
       TERAPKAN-UANG-MUKA.
            MOVE DP-PAKAI TO PAY-D.
            DISPLAY "Uang muka pesanan             : Rp ", DP-PAKAI.
            IF DP-PAKAI > SISA-HARGA
                COMPUTE BAYAR = DP-PAKAI - SISA-HARGA
                MOVE 0 TO SISA-HARGA
                DISPLAY "Uang muka melebihi tagihan, kelebihan Rp ",
                        BAYAR, " dikembalikan tunai"
            ELSE
                SUBTRACT DP-PAKAI FROM SISA-HARGA
            END-IF.

      *-----------------------
      * PLATFORM - pelanggan membayar ke platform, bukan ke laci;
      * seluruh tagihan menjadi piutang platform (JR-PAY-P) yang
      * dicocokkan dengan laporan pencairannya oleh PAYOUT
      *-----------------------
       TERIMA-PLATFORM.
            MOVE SISA-HARGA TO PAY-P.
            MOVE 0 TO SISA-HARGA.
            DISPLAY "Dibayar lewat ", KANAL-NAMA-AKTIF, " pesanan ",
                    PLAT-ID, " Rp ", PAY-P.

       MINTA-TENDER-BARIS.
            DISPLAY "Sisa tagihan                  : Rp ", SISA-HARGA.
            MOVE SPACE TO TENDER-INPUT.
                    COMPUTE BAYAR = TENDER-AMT - SISA-HARGA
                    ADD TENDER-AMT TO PAY-C
                    MOVE 0 TO SISA-HARGA
                    PERFORM MINTA-TIP
                WHEN BAYAR-TUNAI
                    ADD TENDER-AMT TO PAY-C
                    SUBTRACT TENDER-AMT FROM SISA-HARGA
                    PERFORM MINTA-TIP
                WHEN TENDER-AMT > SISA-HARGA
                    DISPLAY "Non-tunai tidak boleh melebihi sisa ",
                            "tagihan Rp ", SISA-HARGA
                WHEN BAYAR-QRIS
                    ADD TENDER-AMT TO PAY-Q
                    SUBTRACT TENDER-AMT FROM SISA-HARGA
                    PERFORM MINTA-TIP
                WHEN OTHER
                    ADD TENDER-AMT TO PAY-T
                    SUBTRACT TENDER-AMT FROM SISA-HARGA
                    PERFORM MINTA-TIP
            END-EVALUATE.

      *-----------------------
      * TIP - opsional, di atas tender yang baru diterima dan
      * dibayar dengan jenis yang sama (tip QRIS ikut satu tagihan
      * QRIS).  Tidak mengurangi sisa tagihan, tidak masuk JR-UANG
      * dan tidak dikenai PPN.
      *-----------------------
       MINTA-TIP.
            DISPLAY "Tip (Rp, 0 = tidak ada)       : ".
            ACCEPT TIP-INPUT.
            EVALUATE TRUE
                WHEN TIP-INPUT = 0
                    CONTINUE
                WHEN BAYAR-TUNAI
                    ADD TIP-INPUT TO TIP-C
                WHEN BAYAR-QRIS
                    ADD TIP-INPUT TO TIP-Q
                WHEN OTHER
                    ADD TIP-INPUT TO TIP-T
            END-EVALUATE.

       MINTA-JENIS-BAYAR.
            MOVE "N" TO WS-AC-ADA.
            OPEN INPUT AKUN-FILE.
            IF WS-AC-STATUS = "00"
                MOVE AKUN-NO TO AC-NO
                READ AKUN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-AC-ADA
                        MOVE AC-NAMA  TO AKUN-NAMA
                        MOVE AC-LIMIT TO AKUN-LIMIT
                        MOVE AC-SALDO TO AKUN-SALDO
                END-READ
                CLOSE AKUN-FILE
            ELSE
                DISPLAY "Berkas rekening bon (AKUN.txt) belum ada"
            END-IF.

      *    record dibaca ulang lewat nomornya dan hanya beban struk
      *    ini yang ditambahkan ke saldonya
       PERBARUI-AKUN.
            OPEN I-O AKUN-FILE.
            IF WS-AC-STATUS NOT = "00"
                DISPLAY "Berkas rekening bon tidak terbuka, beban ",
                        "tidak tersimpan"
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE AKUN-NO TO AC-NO
                READ AKUN-FILE
                    INVALID KEY
                        DISPLAY "Rekening ", AKUN-NO, " hilang dari ",
                                "AKUN.txt, beban tidak tersimpan"
                        MOVE 1 TO RETURN-CODE
                    NOT INVALID KEY
                        ADD SISA-HARGA TO AC-SALDO
                        MOVE AC-SALDO TO AKUN-SALDO
                        REWRITE AKUN-RECORD
                            INVALID KEY
                                DISPLAY "Gagal menyimpan saldo ",
                                        "rekening, status ",
                                        WS-AC-STATUS
                                MOVE 1 TO RETURN-CODE
                        END-REWRITE
                END-READ
                CLOSE AKUN-FILE
            END-IF.

      *-----------------------
      * TUKAR VOUCHER - nomor dicek ke VOUCHER.txt: harus terdaftar
                    ADD VOUCHER-PAKAI TO PAY-V
                    SUBTRACT VOUCHER-PAKAI FROM SISA-HARGA
                    PERFORM TANDAI-VOUCHER-DITUKAR
                    PERFORM TULIS-JURNAL-TUKAR
                    DISPLAY "Voucher Rp ", VOUCHER-PAKAI, " diterima"
            END-EVALUATE.

            MOVE 0   TO VOUCHER-NILAI.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VC-STATUS = "00"
                MOVE VOUCHER-NO TO VC-NO
                READ VOUCHER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO WS-VC-ADA
                        IF VC-STATUS = "O"
                            MOVE VC-NILAI TO VOUCHER-NILAI
                        END-IF
                END-READ
                CLOSE VOUCHER-FILE
            ELSE
                DISPLAY "Buku voucher (VOUCHER.txt) belum ada"
            END-IF.

       TANDAI-VOUCHER-DITUKAR.
            OPEN I-O VOUCHER-FILE.
            IF WS-VC-STATUS NOT = "00"
                DISPLAY "Buku voucher tidak terbuka, status ",
                        WS-VC-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE VOUCHER-NO TO VC-NO
                READ VOUCHER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        IF VC-STATUS = "O"
                            MOVE "R"     TO VC-STATUS
                            MOVE WS-TGL-USAHA TO VC-REDEEM-DATE
                            REWRITE VOUCHER-RECORD
                                INVALID KEY
                                    DISPLAY "Gagal menandai voucher, ",
                                            "status ", WS-VC-STATUS
                                    MOVE 1 TO RETURN-CODE
                            END-REWRITE
                        END-IF
                END-READ
                CLOSE VOUCHER-FILE
            END-IF.

      *-----------------------
      * JURNAL TUKAR - voucher mana yang melunasi struk ini; tanpa
      * baris ini penukaran tidak bisa diputar ulang dari jurnal
      *-----------------------
       TULIS-JURNAL-TUKAR.
            OPEN INPUT VOUCHER-TUKAR.
            IF WS-VK-STATUS = "00"
                CLOSE VOUCHER-TUKAR
                OPEN EXTEND VOUCHER-TUKAR
            ELSE
                OPEN OUTPUT VOUCHER-TUKAR
            END-IF.
            ACCEPT WS-TIME FROM TIME.
            MOVE SPACES        TO VOUCHER-TKR-RECORD.
            MOVE WS-TGL-USAHA  TO VK-DATE.
            MOVE WS-TIME       TO VK-TIME.
            MOVE VOUCHER-NO    TO VK-NO.
            MOVE RECEIPT-NO    TO VK-RECEIPT.
            MOVE VOUCHER-NILAI TO VK-NILAI.
            MOVE VOUCHER-PAKAI TO VK-PAKAI.
            MOVE REGISTER-ID   TO VK-REG.
            WRITE VOUCHER-TKR-RECORD.
            IF WS-VK-STATUS NOT = "00"
                DISPLAY "Gagal menjurnal penukaran voucher, status ",
                        WS-VK-STATUS
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE VOUCHER-TUKAR.

      *-----------------------
      * JUAL VOUCHER - transaksi berdiri sendiri: voucher dicatat
      * beredar di VOUCHER.txt dan uangnya dijurnal sebagai record
      * "G" (bukan penjualan minuman, tidak ikut omzet item); nomor
      * struk tidak dipakai, seperti record Z.  Nomor voucher ditarik
      * dari seri VOUCHER lewat NOMORGEN dan ditulis kasir di kartu
      * voucher; seri yang belum ada dibuka dari nomor tertinggi di
      * VOUCHER.txt.
      *-----------------------
       JUAL-VOUCHER.
            MOVE "VOUCHER" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                PERFORM CARI-VOUCHER-TERTINGGI
                MOVE 99999 TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO VOUCHER-NO.
            IF NOMOR-OK
                MOVE NM-NOMOR TO VOUCHER-NO
                PERFORM CARI-VOUCHER
            END-IF.
            EVALUATE TRUE
                WHEN VOUCHER-NO = 0
                    DISPLAY "Nomor voucher tidak bisa ditarik, batal"
                WHEN VOUCHER-KETEMU
                    DISPLAY "Nomor voucher ", VOUCHER-NO,
                            " sudah pernah dipakai, batal"
                WHEN OTHER
                    DISPLAY "Nomor voucher baru            : ",
                            VOUCHER-NO
                    DISPLAY "Nilai voucher (Rp)            : "
                    ACCEPT VOUCHER-NILAI
                    MOVE SPACE TO TENDER-INPUT
                    PERFORM MINTA-JENIS-BAYAR-VOUCHER
                        UNTIL BAYAR-TUNAI OR BAYAR-QRIS
                           OR BAYAR-TRANSFER
                    PERFORM TULIS-VOUCHER-BARU
                    PERFORM TULIS-JURNAL-VOUCHER
                    DISPLAY "Voucher ", VOUCHER-NO, " Rp ",
                            VOUCHER-NILAI, " terjual"
            END-EVALUATE.

       CARI-VOUCHER-TERTINGGI.
            MOVE 0 TO NM-AWAL.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VC-STATUS = "00"
                PERFORM BACA-VOUCHER-BERIKUT
                    UNTIL WS-VC-STATUS NOT = "00"
                CLOSE VOUCHER-FILE
            END-IF.

      *    urut kunci, jadi record terakhir bernomor tertinggi
       BACA-VOUCHER-BERIKUT.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END MOVE VC-NO TO NM-AWAL
            END-READ.

       MINTA-JENIS-BAYAR-VOUCHER.
            DISPLAY "Dibayar dengan (C/Q/T)        : ".
            ACCEPT TENDER-INPUT.
            END-IF.

       TULIS-VOUCHER-BARU.
            OPEN I-O VOUCHER-FILE.
            IF WS-VC-STATUS = "35"
                OPEN OUTPUT VOUCHER-FILE
                CLOSE VOUCHER-FILE
                OPEN I-O VOUCHER-FILE
            END-IF.
            MOVE SPACES        TO VOUCHER-RECORD.
            MOVE VOUCHER-NO    TO VC-NO.
            MOVE WS-TGL-USAHA  TO VC-SOLD-DATE.
            MOVE 0             TO VC-REDEEM-DATE.
            MOVE "O"           TO VC-STATUS.
            WRITE VOUCHER-RECORD
                INVALID KEY
                    DISPLAY "Gagal mencatat voucher, status ",
                            WS-VC-STATUS
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            CLOSE VOUCHER-FILE.

       TULIS-JURNAL-VOUCHER.
            MOVE KASIR-ID     TO JR-CASHIER.
            MOVE WS-DATE      TO JR-DATE.
            MOVE WS-TIME      TO JR-TIME.
            MOVE WS-OUTLET    TO JR-OUTLET.
            MOVE REGISTER-ID  TO JR-REG.
            MOVE 0            TO JR-MEMBER.
            MOVE 0            TO JR-TAX.
            MOVE 0            TO JR-PAY-V.
            MOVE 0            TO JR-PAY-A.
            MOVE 0            TO JR-AKUN.
            MOVE 0            TO JR-TIP-C.
            MOVE 0            TO JR-TIP-Q.
            MOVE 0            TO JR-TIP-T.
            MOVE 0            TO JR-PAY-D.
            MOVE 0            TO JR-PAY-P.
            MOVE "K"          TO JR-KANAL.
            EVALUATE TRUE
                WHEN BAYAR-QRIS
                    MOVE VOUCHER-NILAI TO JR-PAY-Q
            END-IF.
            CLOSE SALES-JOURNAL.

      *-----------------------
      * UANG MUKA PESANAN - transaksi berdiri sendiri seperti jual
      * voucher: DP yang belum diterima ditagih, DP pesanan batal
      * dikembalikan.  Dijurnal sebagai record "D" (bukan omzet,
      * tanpa nomor struk, JR-ORIG-NO = nomor pesanan); jumlah
      * negatif untuk pengembalian.
      *-----------------------
       TERIMA-DP-PESANAN.
            DISPLAY "Nomor pesanan pelanggan       : ".
            ACCEPT PRAP-INPUT.
            PERFORM CARI-PRAPESAN.
            EVALUATE TRUE
                WHEN NOT PRAPESAN-KETEMU
                    DISPLAY "Pesanan ", PRAP-INPUT, " tidak ditemukan"
                WHEN PRAP-STATUS = "O" AND PRAP-DP-BAYAR < PRAP-DP
                    COMPUTE DP-TERIMA = PRAP-DP - PRAP-DP-BAYAR
                    DISPLAY "Pesanan ", PRAP-INPUT, " a.n. ",
                            PRAP-NAMA
                    DISPLAY "Uang muka diterima            : Rp ",
                            DP-TERIMA
                    MOVE SPACE TO TENDER-INPUT
                    PERFORM MINTA-JENIS-BAYAR-VOUCHER
                        UNTIL BAYAR-TUNAI OR BAYAR-QRIS
                           OR BAYAR-TRANSFER
                    MOVE PRAP-DP TO DP-BARU
                    PERFORM SIMPAN-DP-PESANAN
                WHEN PRAP-STATUS = "B" AND PRAP-DP-BAYAR > 0
                    COMPUTE DP-TERIMA = 0 - PRAP-DP-BAYAR
                    DISPLAY "Pesanan ", PRAP-INPUT, " a.n. ",
                            PRAP-NAMA, " batal"
                    DISPLAY "Uang muka dikembalikan        : Rp ",
                            PRAP-DP-BAYAR
                    DISPLAY "(jenis bayar = jalur pengembalian)"
                    MOVE SPACE TO TENDER-INPUT
                    PERFORM MINTA-JENIS-BAYAR-VOUCHER
                        UNTIL BAYAR-TUNAI OR BAYAR-QRIS
                           OR BAYAR-TRANSFER
                    MOVE 0 TO DP-BARU
                    PERFORM SIMPAN-DP-PESANAN
                WHEN OTHER
                    DISPLAY "Tidak ada uang muka yang perlu diterima ",
                            "atau dikembalikan untuk pesanan ",
                            PRAP-INPUT
            END-EVALUATE.

       SIMPAN-DP-PESANAN.
            PERFORM TULIS-JURNAL-DP.
            MOVE "D" TO PRAP-AKSI.
            PERFORM PERBARUI-PRAPESAN.
            DISPLAY "Uang muka pesanan ", PRAP-INPUT, " tercatat".

       TULIS-JURNAL-DP.
            MOVE WS-TGL-USAHA TO WS-DATE.
            ACCEPT WS-TIME FROM TIME.
            MOVE SPACES       TO JURNAL-RECORD.
            MOVE 0            TO JR-RECEIPT-NO.
            MOVE "D"          TO JR-REC-TYPE.
            MOVE 0            TO JR-QTY.
            MOVE 0            TO JR-GROSS.
            MOVE 0            TO JR-DISC.
            MOVE DP-TERIMA    TO JR-UANG.
            MOVE 0            TO JR-BAYAR.
            MOVE TENDER-INPUT TO JR-TENDER.
            MOVE PRAP-INPUT   TO JR-ORIG-NO.
            MOVE KASIR-ID     TO JR-CASHIER.
            MOVE WS-DATE      TO JR-DATE.
            MOVE WS-TIME      TO JR-TIME.
            MOVE WS-OUTLET    TO JR-OUTLET.
            MOVE REGISTER-ID  TO JR-REG.
            MOVE 0            TO JR-MEMBER.
            MOVE 0            TO JR-TAX.
            MOVE 0            TO JR-PAY-C.
            MOVE 0            TO JR-PAY-Q.
            MOVE 0            TO JR-PAY-T.
            MOVE 0            TO JR-PAY-V.
            MOVE 0            TO JR-PAY-A.
            MOVE 0            TO JR-AKUN.
            MOVE 0            TO JR-TIP-C.
            MOVE 0            TO JR-TIP-Q.
            MOVE 0            TO JR-TIP-T.
            MOVE 0            TO JR-PAY-D.
            MOVE 0            TO JR-PAY-P.
            MOVE "K"          TO JR-KANAL.
            EVALUATE TRUE
                WHEN BAYAR-QRIS
                    MOVE DP-TERIMA TO JR-PAY-Q
                WHEN BAYAR-TRANSFER
                    MOVE DP-TERIMA TO JR-PAY-T
                WHEN OTHER
                    MOVE DP-TERIMA TO JR-PAY-C
            END-EVALUATE.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                CLOSE SALES-JOURNAL
                OPEN EXTEND SALES-JOURNAL
            ELSE
                OPEN OUTPUT SALES-JOURNAL
            END-IF.
            WRITE JURNAL-RECORD.
            IF WS-JR-STATUS NOT = "00"
                DISPLAY "Gagal menjurnal uang muka pesanan, status ",
                        WS-JR-STATUS
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE SALES-JOURNAL.

      *-----------------------
      * jenis di header jurnal: satu huruf bila hanya satu jenis
      * yang dipakai, "M" (mixed) bila pecah -- angka pastinya tetap
       TENTUKAN-TENDER-FINAL.
            EVALUATE TRUE
                WHEN PAY-Q = 0 AND PAY-T = 0 AND PAY-V = 0
                     AND PAY-A = 0 AND PAY-D = 0 AND PAY-P = 0
                    MOVE "C" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-T = 0 AND PAY-V = 0
                     AND PAY-A = 0 AND PAY-D = 0 AND PAY-P = 0
                    MOVE "Q" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-Q = 0 AND PAY-V = 0
                     AND PAY-A = 0 AND PAY-D = 0 AND PAY-P = 0
                    MOVE "T" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-Q = 0 AND PAY-T = 0
                     AND PAY-A = 0 AND PAY-D = 0 AND PAY-P = 0
                    MOVE "V" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-Q = 0 AND PAY-T = 0
                     AND PAY-V = 0 AND PAY-D = 0 AND PAY-P = 0
                    MOVE "A" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-Q = 0 AND PAY-T = 0
                     AND PAY-V = 0 AND PAY-A = 0 AND PAY-P = 0
                    MOVE "D" TO TENDER-FINAL
                WHEN PAY-C = 0 AND PAY-Q = 0 AND PAY-T = 0
                     AND PAY-V = 0 AND PAY-A = 0 AND PAY-D = 0
                    MOVE "P" TO TENDER-FINAL
                WHEN OTHER
                    MOVE "M" TO TENDER-FINAL
            END-EVALUATE.
                    INTO SB-HDR
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            IF PRAPESAN-NO NOT = 0
                MOVE SPACES TO SB-HDR
                STRING "Pesanan no. " PRAPESAN-NO DELIMITED BY SIZE
                    INTO SB-HDR
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            IF NOT KANAL-KASIR
                MOVE SPACES TO SB-HDR
                STRING KANAL-NAMA-AKTIF DELIMITED BY SPACE
                       " " PLAT-ID DELIMITED BY SIZE
                    INTO SB-HDR
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            IF TUKAR-RP NOT = 0
                MOVE SPACES        TO SB-HDR
                MOVE "Tukar poin Rp" TO SB-N-LABEL
                MOVE PAY-A        TO SB-N-ANGKA
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            IF PAY-D NOT = 0
                MOVE SPACES       TO SB-HDR
                MOVE "Uang muka Rp" TO SB-N-LABEL
                MOVE PAY-D        TO SB-N-ANGKA
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            IF PAY-P NOT = 0
                MOVE SPACES       TO SB-HDR
                MOVE "Platform Rp" TO SB-N-LABEL
                MOVE PAY-P        TO SB-N-ANGKA
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            COMPUTE TIP-TOTAL = TIP-C + TIP-Q + TIP-T.
            IF TIP-TOTAL NOT = 0
                MOVE SPACES       TO SB-HDR
                MOVE "Tip Rp"     TO SB-N-LABEL
                MOVE TIP-TOTAL    TO SB-N-ANGKA
                PERFORM CETAK-BARIS-STRUK
            END-IF.
            MOVE SPACES          TO SB-HDR.
            MOVE "Bayar Rp"      TO SB-N-LABEL.
            MOVE UANG            TO SB-N-ANGKA.
            MOVE KASIR-ID     TO JR-CASHIER.
            MOVE WS-DATE      TO JR-DATE.
            MOVE WS-TIME      TO JR-TIME.
            MOVE WS-OUTLET    TO JR-OUTLET.
            MOVE REGISTER-ID  TO JR-REG.
            MOVE MEMBER-NO    TO JR-MEMBER.
            MOVE TOTAL-PAJAK  TO JR-TAX.
            MOVE PAY-V        TO JR-PAY-V.
            MOVE PAY-A        TO JR-PAY-A.
            MOVE AKUN-NO      TO JR-AKUN.
            MOVE TIP-C        TO JR-TIP-C.
            MOVE TIP-Q        TO JR-TIP-Q.
            MOVE TIP-T        TO JR-TIP-T.
            MOVE PAY-D        TO JR-PAY-D.
            MOVE PAY-P        TO JR-PAY-P.
            MOVE KANAL-AKTIF  TO JR-KANAL.
            MOVE PLAT-ID      TO JR-PLAT-ID.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                CLOSE SALES-JOURNAL
            CLOSE SALES-JOURNAL.
            PERFORM TULIS-INDEX-STRUK.
            PERFORM SIMPAN-DETAIL-JURNAL.
            PERFORM SIMPAN-TIKET-BAR.
            IF PRAPESAN-NO NOT = 0
                MOVE PRAPESAN-NO TO PRAP-INPUT
                MOVE "A" TO PRAP-AKSI
                PERFORM PERBARUI-PRAPESAN
            END-IF.
            IF MEMBER-NO NOT = 0
                PERFORM CATAT-POIN-ANGGOTA
            END-IF.
            MOVE WS-DATE             TO JD-DATE.
            MOVE WS-TIME             TO JD-TIME.
            MOVE REGISTER-ID         TO JD-REG.
            MOVE WS-OUTLET           TO JD-OUTLET.
            MOVE PSN-SIZE (PSN-IDX)  TO JD-SIZE.
            MOVE PSN-MODS (PSN-IDX)  TO JD-MODS.
            WRITE JRNLD-RECORD.
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * TIKET BAR - setiap struk yang selesai dibayar menjadi satu
      * tiket di antrian bar (ANTRIAN.txt), satu baris per baris
      * pesanan dengan ukuran dan modifiernya, berstatus antri;
      * layar bar (ANTRIAN) menandai dibuat dan diambil
      *-----------------------
       SIMPAN-TIKET-BAR.
            OPEN INPUT ANTRIAN-FILE.
            IF WS-AQ-STATUS = "00"
                CLOSE ANTRIAN-FILE
                OPEN EXTEND ANTRIAN-FILE
            ELSE
                OPEN OUTPUT ANTRIAN-FILE
            END-IF.
            PERFORM TULIS-TIKET-BAR
                VARYING PSN-IDX FROM 1 BY 1 UNTIL PSN-IDX > PSN-COUNT.
            CLOSE ANTRIAN-FILE.

       TULIS-TIKET-BAR.
            MOVE SPACES              TO ANTRIAN-RECORD.
            MOVE WS-DATE             TO AQ-DATE.
            MOVE RECEIPT-NO          TO AQ-RECEIPT.
            MOVE PSN-IDX             TO AQ-BARIS.
            MOVE REGISTER-ID         TO AQ-REG.
            MOVE KASIR-ID            TO AQ-KASIR.
            MOVE WS-TIME             TO AQ-TIME.
            MOVE PSN-KODE (PSN-IDX)  TO AQ-KODE.
            MOVE PSN-NAMA (PSN-IDX)  TO AQ-NAMA.
            MOVE PSN-QTY (PSN-IDX)   TO AQ-QTY.
            MOVE PSN-SIZE (PSN-IDX)  TO AQ-SIZE.
            MOVE PSN-MODS (PSN-IDX)  TO AQ-MODS.
            MOVE "O"                 TO AQ-STATUS.
            MOVE 0                   TO AQ-JAM-BUAT.
            MOVE 0                   TO AQ-JAM-AMBIL.
            WRITE ANTRIAN-RECORD.
            IF WS-AQ-STATUS NOT = "00"
                DISPLAY "Gagal menulis tiket bar, status ",
                        WS-AQ-STATUS
                MOVE 1 TO RETURN-CODE
            END-IF.

           COPY LOTPAKAI.

           COPY BDATEGET.

           COPY OUTLGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY NOMORAMB.

           COPY PRDCEK.
