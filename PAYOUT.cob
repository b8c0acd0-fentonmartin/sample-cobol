       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYOUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY POUTSEL.
           COPY JURNALSEL.
           SELECT ARSIP-JOURNAL ASSIGN TO "JURNALAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT PAYIN-FILE ASSIGN TO "PAYIN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PI-STATUS.
           SELECT KANAL-REPORT ASSIGN TO "LAPKANAL.txt"
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
           COPY POUTFD.

           COPY JURNALFD.

           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==ARSIP-JOURNAL==
                           ==JURNAL-RECORD== BY ==ARSIP-RECORD==
                           LEADING ==JR== BY ==AR==.

      *-----------------------
      * laporan pencairan satu platform, sudah dinormalkan ke satu
      * baris per pesanan: nomor pesanan di platform, tanggal
      * pesan, tanggal dana dicairkan, bruto dibayar pelanggan,
      * komisi platform, dan neto yang masuk rekening
      *-----------------------
       FD PAYIN-FILE.
       01 PAYIN-RECORD.
           02 PI-ORDER      PIC X(15).
           02 FILLER        PIC X.
           02 PI-TGL-PESAN  PIC 9(08).
           02 FILLER        PIC X.
           02 PI-TGL-BAYAR  PIC 9(08).
           02 FILLER        PIC X.
           02 PI-GROSS      PIC 9(08).
           02 FILLER        PIC X.
           02 PI-KOMISI     PIC 9(08).
           02 FILLER        PIC X.
           02 PI-NET        PIC 9(08).

       FD KANAL-REPORT.
       01 KANAL-RPT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-po-status  pic X(02).
       77 ws-jr-status  pic X(02).
       77 ws-ar-status  pic X(02).
       77 ws-pi-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY KANALWS.
       COPY AUDITWS.
       COPY PRDWS.
       77 mode-input    pic X(01).
           88 mode-impor    value "I", "i".
           88 mode-laporan  value "R", "r".
       77 kanal-input   pic X(01).
       77 kanal-idx     pic 9(02) comp.
       77 kanal-pos     pic 9(02) value 0.
       77 kanal-cari    pic X(01).
       77 order-cari    pic X(15).
       77 tgl-dari      pic 9(08).
       77 tgl-sampai    pic 9(08).
       77 pot-count     pic 9(04) value 0.
       77 pot-idx       pic 9(04) comp.
       77 pot-pos       pic 9(04) value 0.
       77 blm-count     pic 9(04) value 0.
       77 blm-idx       pic 9(04) comp.
       77 blm-pos       pic 9(04) value 0.
       77 impor-hit     pic 9(04) value 0.
       77 ganda-hit     pic 9(04) value 0.
       77 rusak-hit     pic 9(04) value 0.
       77 cocok-hit     pic 9(04) value 0.
       77 selisih-hit   pic 9(04) value 0.
       77 tdkada-hit    pic 9(04) value 0.
       77 potongan      pic S9(08).
       77 detail-hit    pic 9(04) value 0.
       77 ws-ubah       pic X(01) value "N".
           88 ada-perubahan value "Y".

      *-----------------------
      * buku pencairan dimuat utuh; POT-ADA hanya di memori, Y bila
      * nomor pesanannya ditemukan di jurnal pada pencocokan ini
      *-----------------------
       01 PAYOUT-TABEL.
           02 PAYOUT-ENTRY OCCURS 3000 TIMES.
               03 POT-KANAL     PIC X(01).
               03 POT-ORDER     PIC X(15).
               03 POT-TGL-PESAN PIC 9(08).
               03 POT-TGL-BAYAR PIC 9(08).
               03 POT-GROSS     PIC 9(08).
               03 POT-KOMISI    PIC 9(08).
               03 POT-NET       PIC 9(08).
               03 POT-STATUS    PIC X(01).
               03 POT-STRUK     PIC 9(06).
               03 POT-JURNAL    PIC S9(08).
               03 POT-TGL-IMPOR PIC 9(08).
               03 POT-ADA       PIC X(01).

      *-----------------------
      * penjualan platform di jurnal dalam rentang laporan yang
      * belum tercantum di buku pencairan, bersih dari void
      *-----------------------
       01 BELUM-TABEL.
           02 BELUM-ENTRY OCCURS 1000 TIMES.
               03 BLM-KANAL     PIC X(01).
               03 BLM-ORDER     PIC X(15).
               03 BLM-STRUK     PIC 9(06).
               03 BLM-TGL       PIC 9(08).
               03 BLM-JUMLAH    PIC S9(08).

       01 KANAL-REKAP.
           02 KANAL-REKAP-ENTRY OCCURS 4 TIMES.
               03 KRP-PESANAN   PIC 9(05).
               03 KRP-GROSS     PIC 9(09).
               03 KRP-POTONGAN  PIC S9(09).
               03 KRP-NET       PIC 9(09).
               03 KRP-COCOK     PIC 9(05).
               03 KRP-SELISIH   PIC 9(05).
               03 KRP-TDKADA    PIC 9(05).
               03 KRP-BELUM     PIC 9(05).

       01 RPT-HEADER-LINE.
           02 FILLER    PIC X(28)
                        VALUE "=== REKONSILIASI PLATFORM - ".
           02 RH-DARI   PIC 9(08).
           02 FILLER    PIC X(04) VALUE " sd ".
           02 RH-SAMPAI PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(48) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER    PIC X(40)
              VALUE "Kanal      Pesan       Bruto    Potongan".
           02 FILLER    PIC X(40)
              VALUE "        Neto  Cocok Selisih TdkAda Belum".
           02 FILLER    PIC X(20) VALUE SPACES.

       01 RPT-KANAL-LINE.
           02 RK-NAMA     PIC X(10).
           02 FILLER      PIC X VALUE SPACE.
           02 RK-PESANAN  PIC ZZZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 RK-GROSS    PIC ZZZ,ZZZ,ZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 RK-POTONGAN PIC ZZZ,ZZZ,ZZ9-.
           02 RK-NET      PIC ZZZ,ZZZ,ZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RK-COCOK    PIC ZZZZ9.
           02 FILLER      PIC X(03) VALUE SPACES.
           02 RK-SELISIH  PIC ZZZZ9.
           02 FILLER      PIC X(02) VALUE SPACES.
           02 RK-TDKADA   PIC ZZZZ9.
           02 FILLER      PIC X VALUE SPACE.
           02 RK-BELUM    PIC ZZZZ9.
           02 FILLER      PIC X(22) VALUE SPACES.

       01 RPT-JUDUL-LINE.
           02 RJ-TEKS   PIC X(60).
           02 FILLER    PIC X(40) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RD-NAMA   PIC X(10).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-ORDER  PIC X(15).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-TGL    PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 RD-STRUK  PIC Z(5)9 BLANK WHEN ZERO.
           02 FILLER    PIC X VALUE SPACE.
           02 RD-GROSS  PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           02 FILLER    PIC X VALUE SPACE.
           02 RD-JURNAL PIC ZZ,ZZZ,ZZ9-.
           02 FILLER    PIC X VALUE SPACE.
           02 RD-CATATAN PIC X(21).
           02 FILLER    PIC X(10) VALUE SPACES.

       01 RPT-NIHIL-LINE.
           02 FILLER    PIC X(13) VALUE "  (tidak ada)".
           02 FILLER    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "PAYOUT" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE "N" TO ws-ubah.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== PENCAIRAN PLATFORM PESAN-ANTAR ===".
            DISPLAY "Mode (I)mpor laporan pencairan / (R)ekonsiliasi: ".
            ACCEPT mode-input.
            PERFORM MUAT-PAYOUT.
            IF mode-impor
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN mode-impor
                    PERFORM IMPOR-PENCAIRAN
                WHEN mode-laporan
                    PERFORM LAPORAN-REKONSILIASI
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            IF ada-perubahan
                PERFORM SIMPAN-PAYOUT
            END-IF.
            MOVE "PAYOUT" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * IMPOR - PAYIN.txt berisi laporan pencairan satu platform;
      * baris yang rusak dan pesanan yang sudah pernah diimpor
      * dilewati, sisanya masuk buku dengan tanggal usaha hari ini
      * sebagai tanggal posting GL-nya, lalu seluruh buku dicocokkan
      * ulang dengan jurnal
      *-----------------------
       IMPOR-PENCAIRAN.
            DISPLAY "Kode kanal platform:".
            PERFORM TAMPILKAN-KANAL
                VARYING kanal-idx FROM 2 BY 1
                UNTIL kanal-idx > KANAL-JML.
            ACCEPT kanal-input.
            MOVE kanal-input TO kanal-cari.
            PERFORM CARI-KANAL.
            IF kanal-pos = 0
                DISPLAY "Kanal bukan platform: ", kanal-input
            ELSE
                MOVE 0 TO impor-hit
                MOVE 0 TO ganda-hit
                MOVE 0 TO rusak-hit
                OPEN INPUT PAYIN-FILE
                IF ws-pi-status NOT = "00"
                    DISPLAY "PAYIN.txt tidak dapat dibuka, status ",
                            ws-pi-status
                ELSE
                    PERFORM AMBIL-BARIS-PAYIN
                        UNTIL ws-pi-status NOT = "00"
                    CLOSE PAYIN-FILE
                END-IF
                PERFORM COCOKKAN-JURNAL
                MOVE "Y" TO ws-ubah
                DISPLAY "Kanal              : ",
                        KANAL-NAMA (kanal-pos)
                DISPLAY "Pesanan diimpor    : ", impor-hit
                DISPLAY "Sudah ada, dilewati: ", ganda-hit
                DISPLAY "Baris rusak        : ", rusak-hit
                DISPLAY "Buku pencairan     : ", pot-count,
                        " pesanan"
                DISPLAY "  cocok            : ", cocok-hit
                DISPLAY "  selisih jumlah   : ", selisih-hit
                DISPLAY "  tidak ada di jurnal: ", tdkada-hit
            END-IF.

       TAMPILKAN-KANAL.
            DISPLAY "  ", KANAL-KODE (kanal-idx), " ",
                    KANAL-NAMA (kanal-idx).

       CARI-KANAL.
            MOVE 0 TO kanal-pos.
            PERFORM PERIKSA-KANAL
                VARYING kanal-idx FROM 2 BY 1
                UNTIL kanal-idx > KANAL-JML.

       PERIKSA-KANAL.
            IF KANAL-KODE (kanal-idx) = kanal-cari
                MOVE kanal-idx TO kanal-pos
            END-IF.

       AMBIL-BARIS-PAYIN.
            READ PAYIN-FILE
                AT END CONTINUE
                NOT AT END
                    PERFORM PERIKSA-BARIS-PAYIN
            END-READ.

       PERIKSA-BARIS-PAYIN.
            IF PAYIN-RECORD = SPACES
                CONTINUE
            ELSE
                IF PI-ORDER = SPACES
                 OR PI-TGL-PESAN IS NOT NUMERIC
                 OR PI-TGL-BAYAR IS NOT NUMERIC
                 OR PI-GROSS IS NOT NUMERIC
                 OR PI-KOMISI IS NOT NUMERIC
                 OR PI-NET IS NOT NUMERIC
                    ADD 1 TO rusak-hit
                    DISPLAY "Baris rusak dilewati: ", PAYIN-RECORD
                ELSE
                    IF PI-NET > PI-GROSS
                        ADD 1 TO rusak-hit
                        DISPLAY "Neto melebihi bruto, dilewati: ",
                                PI-ORDER
                    ELSE
                        MOVE kanal-input TO kanal-cari
                        MOVE PI-ORDER TO order-cari
                        PERFORM CARI-POT
                        IF pot-pos NOT = 0
                            ADD 1 TO ganda-hit
                        ELSE
                            PERFORM TAMBAH-POT
                        END-IF
                    END-IF
                END-IF
            END-IF.

       TAMBAH-POT.
            IF pot-count >= 3000
                DISPLAY "Buku pencairan penuh, pesanan ", PI-ORDER,
                        " dilewati"
            ELSE
                ADD 1 TO pot-count
                ADD 1 TO impor-hit
                MOVE kanal-input  TO POT-KANAL (pot-count)
                MOVE PI-ORDER     TO POT-ORDER (pot-count)
                MOVE PI-TGL-PESAN TO POT-TGL-PESAN (pot-count)
                MOVE PI-TGL-BAYAR TO POT-TGL-BAYAR (pot-count)
                MOVE PI-GROSS     TO POT-GROSS (pot-count)
                MOVE PI-KOMISI    TO POT-KOMISI (pot-count)
                MOVE PI-NET       TO POT-NET (pot-count)
                MOVE "U"          TO POT-STATUS (pot-count)
                MOVE 0            TO POT-STRUK (pot-count)
                MOVE 0            TO POT-JURNAL (pot-count)
                MOVE ws-tgl       TO POT-TGL-IMPOR (pot-count)
                MOVE "N"          TO POT-ADA (pot-count)
            END-IF.

       CARI-POT.
            MOVE 0 TO pot-pos.
            PERFORM PERIKSA-POT
                VARYING pot-idx FROM 1 BY 1
                UNTIL pot-idx > pot-count OR pot-pos NOT = 0.

       PERIKSA-POT.
            IF POT-KANAL (pot-idx) = kanal-cari
             AND POT-ORDER (pot-idx) = order-cari
                MOVE pot-idx TO pot-pos
            END-IF.

      *-----------------------
      * PENCOCOKAN - JR-PAY-P setiap record S dan V platform dari
      * arsip dan jurnal hidup dijumlahkan ke pesanan yang sama di
      * buku; pesanan cocok bila jumlah bersih jurnal sama dengan
      * bruto di laporan pencairan
      *-----------------------
       COCOKKAN-JURNAL.
            MOVE 0 TO cocok-hit.
            MOVE 0 TO selisih-hit.
            MOVE 0 TO tdkada-hit.
            PERFORM KOSONGKAN-COCOK
                VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > pot-count.
            OPEN INPUT ARSIP-JOURNAL.
            IF ws-ar-status = "00"
                PERFORM COCOK-BARIS-ARSIP
                    UNTIL ws-ar-status NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM COCOK-BARIS-HIDUP
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.
            PERFORM TETAPKAN-STATUS
                VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > pot-count.

       KOSONGKAN-COCOK.
            MOVE 0   TO POT-JURNAL (pot-idx).
            MOVE "N" TO POT-ADA (pot-idx).

       COCOK-BARIS-ARSIP.
            READ ARSIP-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE ARSIP-RECORD TO JURNAL-RECORD
                    PERFORM COCOK-SATU-RECORD
            END-READ.

       COCOK-BARIS-HIDUP.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    PERFORM COCOK-SATU-RECORD
            END-READ.

       COCOK-SATU-RECORD.
            IF (JR-REC-TYPE = "S" OR JR-REC-TYPE = "V")
             AND JR-KANAL NOT = SPACE AND JR-KANAL NOT = "K"
             AND JR-PLAT-ID NOT = SPACES
             AND JR-PAY-P IS NUMERIC
                MOVE JR-KANAL TO kanal-cari
                MOVE JR-PLAT-ID TO order-cari
                PERFORM CARI-POT
                IF pot-pos NOT = 0
                    ADD JR-PAY-P TO POT-JURNAL (pot-pos)
                    MOVE "Y" TO POT-ADA (pot-pos)
                    IF JR-REC-TYPE = "S"
                        MOVE JR-RECEIPT-NO TO POT-STRUK (pot-pos)
                    END-IF
                END-IF
            END-IF.

       TETAPKAN-STATUS.
            EVALUATE TRUE
                WHEN POT-ADA (pot-idx) = "N"
                    MOVE "U" TO POT-STATUS (pot-idx)
                    ADD 1 TO tdkada-hit
                WHEN POT-JURNAL (pot-idx) = POT-GROSS (pot-idx)
                    MOVE "M" TO POT-STATUS (pot-idx)
                    ADD 1 TO cocok-hit
                WHEN OTHER
                    MOVE "S" TO POT-STATUS (pot-idx)
                    ADD 1 TO selisih-hit
            END-EVALUATE.

      *-----------------------
      * REKONSILIASI - per platform untuk pesanan dengan tanggal
      * pesan dalam rentang: jumlah pesanan, bruto, potongan
      * platform (bruto - neto, sama dengan yang dibebankan GLPOST
      * ke akun komisi), neto diterima, dan hasil pencocokan; lalu
      * rincian pesanan yang selisih / tidak ada di jurnal, dan
      * penjualan platform di jurnal yang belum ada di laporan
      * pencairan mana pun
      *-----------------------
       LAPORAN-REKONSILIASI.
            DISPLAY "Tanggal pesan dari (YYYYMMDD, 0=hari usaha): ".
            ACCEPT tgl-dari.
            IF tgl-dari = 0
                MOVE ws-tgl TO tgl-dari
            END-IF.
            DISPLAY "Sampai tanggal (YYYYMMDD, 0=sama): ".
            ACCEPT tgl-sampai.
            IF tgl-sampai = 0
                MOVE tgl-dari TO tgl-sampai
            END-IF.
            INITIALIZE KANAL-REKAP.
            MOVE 0 TO blm-count.
            PERFORM COCOKKAN-JURNAL.
            PERFORM KUMPULKAN-BELUM.
            PERFORM REKAP-POT
                VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > pot-count.
            PERFORM REKAP-BELUM
                VARYING blm-idx FROM 1 BY 1 UNTIL blm-idx > blm-count.
            OPEN OUTPUT KANAL-REPORT.
            MOVE tgl-dari TO RH-DARI.
            MOVE tgl-sampai TO RH-SAMPAI.
            MOVE RPT-HEADER-LINE TO KANAL-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE RPT-KOLOM-LINE TO KANAL-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM TULIS-BARIS-KANAL
                VARYING kanal-idx FROM 2 BY 1
                UNTIL kanal-idx > KANAL-JML.
            MOVE "Selisih jumlah / tidak ada di jurnal:" TO RJ-TEKS.
            MOVE RPT-JUDUL-LINE TO KANAL-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE 0 TO detail-hit.
            PERFORM TULIS-DETAIL-POT
                VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > pot-count.
            IF detail-hit = 0
                MOVE RPT-NIHIL-LINE TO KANAL-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            MOVE "Di jurnal, belum ada di laporan pencairan:"
                TO RJ-TEKS.
            MOVE RPT-JUDUL-LINE TO KANAL-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE 0 TO detail-hit.
            PERFORM TULIS-DETAIL-BELUM
                VARYING blm-idx FROM 1 BY 1 UNTIL blm-idx > blm-count.
            IF detail-hit = 0
                MOVE RPT-NIHIL-LINE TO KANAL-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            CLOSE KANAL-REPORT.

       REKAP-POT.
            IF POT-TGL-PESAN (pot-idx) >= tgl-dari
             AND POT-TGL-PESAN (pot-idx) <= tgl-sampai
                MOVE POT-KANAL (pot-idx) TO kanal-cari
                PERFORM CARI-KANAL
                IF kanal-pos NOT = 0
                    ADD 1 TO KRP-PESANAN (kanal-pos)
                    ADD POT-GROSS (pot-idx) TO KRP-GROSS (kanal-pos)
                    ADD POT-NET (pot-idx) TO KRP-NET (kanal-pos)
                    COMPUTE potongan = POT-GROSS (pot-idx)
                                     - POT-NET (pot-idx)
                    ADD potongan TO KRP-POTONGAN (kanal-pos)
                    EVALUATE POT-STATUS (pot-idx)
                        WHEN "M" ADD 1 TO KRP-COCOK (kanal-pos)
                        WHEN "S" ADD 1 TO KRP-SELISIH (kanal-pos)
                        WHEN OTHER ADD 1 TO KRP-TDKADA (kanal-pos)
                    END-EVALUATE
                END-IF
            END-IF.

       REKAP-BELUM.
            IF BLM-JUMLAH (blm-idx) NOT = 0
                MOVE BLM-KANAL (blm-idx) TO kanal-cari
                PERFORM CARI-KANAL
                IF kanal-pos NOT = 0
                    ADD 1 TO KRP-BELUM (kanal-pos)
                END-IF
            END-IF.

       TULIS-BARIS-KANAL.
            MOVE KANAL-NAMA (kanal-idx)     TO RK-NAMA.
            MOVE KRP-PESANAN (kanal-idx)    TO RK-PESANAN.
            MOVE KRP-GROSS (kanal-idx)      TO RK-GROSS.
            MOVE KRP-POTONGAN (kanal-idx)   TO RK-POTONGAN.
            MOVE KRP-NET (kanal-idx)        TO RK-NET.
            MOVE KRP-COCOK (kanal-idx)      TO RK-COCOK.
            MOVE KRP-SELISIH (kanal-idx)    TO RK-SELISIH.
            MOVE KRP-TDKADA (kanal-idx)     TO RK-TDKADA.
            MOVE KRP-BELUM (kanal-idx)      TO RK-BELUM.
            MOVE RPT-KANAL-LINE TO KANAL-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       TULIS-DETAIL-POT.
            IF POT-TGL-PESAN (pot-idx) >= tgl-dari
             AND POT-TGL-PESAN (pot-idx) <= tgl-sampai
             AND POT-STATUS (pot-idx) NOT = "M"
                ADD 1 TO detail-hit
                MOVE POT-KANAL (pot-idx) TO kanal-cari
                PERFORM CARI-KANAL
                IF kanal-pos = 0
                    MOVE POT-KANAL (pot-idx) TO RD-NAMA
                ELSE
                    MOVE KANAL-NAMA (kanal-pos) TO RD-NAMA
                END-IF
                MOVE POT-ORDER (pot-idx)     TO RD-ORDER
                MOVE POT-TGL-PESAN (pot-idx) TO RD-TGL
                MOVE POT-STRUK (pot-idx)     TO RD-STRUK
                MOVE POT-GROSS (pot-idx)     TO RD-GROSS
                MOVE POT-JURNAL (pot-idx)    TO RD-JURNAL
                IF POT-STATUS (pot-idx) = "S"
                    MOVE "selisih jumlah" TO RD-CATATAN
                ELSE
                    MOVE "tidak ada di jurnal" TO RD-CATATAN
                END-IF
                MOVE RPT-DETAIL-LINE TO KANAL-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       TULIS-DETAIL-BELUM.
            IF BLM-JUMLAH (blm-idx) NOT = 0
                ADD 1 TO detail-hit
                MOVE BLM-KANAL (blm-idx) TO kanal-cari
                PERFORM CARI-KANAL
                IF kanal-pos = 0
                    MOVE BLM-KANAL (blm-idx) TO RD-NAMA
                ELSE
                    MOVE KANAL-NAMA (kanal-pos) TO RD-NAMA
                END-IF
                MOVE BLM-ORDER (blm-idx)  TO RD-ORDER
                MOVE BLM-TGL (blm-idx)    TO RD-TGL
                MOVE BLM-STRUK (blm-idx)  TO RD-STRUK
                MOVE 0                    TO RD-GROSS
                MOVE BLM-JUMLAH (blm-idx) TO RD-JURNAL
                MOVE "belum dicairkan" TO RD-CATATAN
                MOVE RPT-DETAIL-LINE TO KANAL-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       TULIS-BARIS-LAPORAN.
            WRITE KANAL-RPT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis LAPKANAL.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY KANAL-RPT-RECORD.

      *-----------------------
      * BELUM DICAIRKAN - penjualan platform (record S) dengan
      * tanggal dalam rentang yang nomor pesanannya tidak ada di
      * buku pencairan; void yang menyusul dijumlahkan ke pesanan
      * yang sama sehingga pesanan yang dibatalkan penuh hilang
      *-----------------------
       KUMPULKAN-BELUM.
            OPEN INPUT ARSIP-JOURNAL.
            IF ws-ar-status = "00"
                PERFORM BELUM-BARIS-ARSIP
                    UNTIL ws-ar-status NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM BELUM-BARIS-HIDUP
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.

       BELUM-BARIS-ARSIP.
            READ ARSIP-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE ARSIP-RECORD TO JURNAL-RECORD
                    PERFORM BELUM-SATU-RECORD
            END-READ.

       BELUM-BARIS-HIDUP.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    PERFORM BELUM-SATU-RECORD
            END-READ.

       BELUM-SATU-RECORD.
            IF (JR-REC-TYPE = "S" OR JR-REC-TYPE = "V")
             AND JR-KANAL NOT = SPACE AND JR-KANAL NOT = "K"
             AND JR-PLAT-ID NOT = SPACES
             AND JR-PAY-P IS NUMERIC
                MOVE JR-KANAL TO kanal-cari
                MOVE JR-PLAT-ID TO order-cari
                PERFORM CARI-POT
                IF pot-pos = 0
                    PERFORM CARI-BELUM
                    EVALUATE TRUE
                        WHEN blm-pos NOT = 0
                            ADD JR-PAY-P TO BLM-JUMLAH (blm-pos)
                        WHEN JR-REC-TYPE = "S"
                         AND JR-DATE >= tgl-dari
                         AND JR-DATE <= tgl-sampai
                            PERFORM TAMBAH-BELUM
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                END-IF
            END-IF.

       CARI-BELUM.
            MOVE 0 TO blm-pos.
            PERFORM PERIKSA-BELUM
                VARYING blm-idx FROM 1 BY 1
                UNTIL blm-idx > blm-count OR blm-pos NOT = 0.

       PERIKSA-BELUM.
            IF BLM-KANAL (blm-idx) = kanal-cari
             AND BLM-ORDER (blm-idx) = order-cari
                MOVE blm-idx TO blm-pos
            END-IF.

       TAMBAH-BELUM.
            IF blm-count >= 1000
                DISPLAY "Tabel pesanan belum cair penuh, pesanan ",
                        JR-PLAT-ID, " dilewati"
            ELSE
                ADD 1 TO blm-count
                MOVE JR-KANAL      TO BLM-KANAL (blm-count)
                MOVE JR-PLAT-ID    TO BLM-ORDER (blm-count)
                MOVE JR-RECEIPT-NO TO BLM-STRUK (blm-count)
                MOVE JR-DATE       TO BLM-TGL (blm-count)
                MOVE JR-PAY-P      TO BLM-JUMLAH (blm-count)
            END-IF.

      *-----------------------
      * MUAT / SIMPAN - PAYOUT.txt
      *-----------------------
       MUAT-PAYOUT.
            MOVE 0 TO pot-count.
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
                    IF pot-count >= 3000
                        DISPLAY "Buku pencairan penuh, pesanan ",
                                PO-ORDER, " dilewati"
                    ELSE
                        ADD 1 TO pot-count
                        MOVE PO-KANAL     TO POT-KANAL (pot-count)
                        MOVE PO-ORDER     TO POT-ORDER (pot-count)
                        MOVE PO-TGL-PESAN TO POT-TGL-PESAN (pot-count)
                        MOVE PO-TGL-BAYAR TO POT-TGL-BAYAR (pot-count)
                        MOVE PO-GROSS     TO POT-GROSS (pot-count)
                        MOVE PO-KOMISI    TO POT-KOMISI (pot-count)
                        MOVE PO-NET       TO POT-NET (pot-count)
                        MOVE PO-STATUS    TO POT-STATUS (pot-count)
                        MOVE PO-STRUK     TO POT-STRUK (pot-count)
                        MOVE PO-JURNAL    TO POT-JURNAL (pot-count)
                        MOVE PO-TGL-IMPOR TO POT-TGL-IMPOR (pot-count)
                        MOVE "N"          TO POT-ADA (pot-count)
                    END-IF
            END-READ.

       SIMPAN-PAYOUT.
            OPEN OUTPUT PAYOUT-FILE.
            PERFORM TULIS-BARIS-PAYOUT
                VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > pot-count.
            IF ws-po-status NOT = "00"
                DISPLAY "Gagal menyimpan PAYOUT.txt, status ",
                        ws-po-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE PAYOUT-FILE.

       TULIS-BARIS-PAYOUT.
            MOVE SPACES                   TO PAYOUT-RECORD.
            MOVE POT-KANAL (pot-idx)      TO PO-KANAL.
            MOVE POT-ORDER (pot-idx)      TO PO-ORDER.
            MOVE POT-TGL-PESAN (pot-idx)  TO PO-TGL-PESAN.
            MOVE POT-TGL-BAYAR (pot-idx)  TO PO-TGL-BAYAR.
            MOVE POT-GROSS (pot-idx)      TO PO-GROSS.
            MOVE POT-KOMISI (pot-idx)     TO PO-KOMISI.
            MOVE POT-NET (pot-idx)        TO PO-NET.
            MOVE POT-STATUS (pot-idx)     TO PO-STATUS.
            MOVE POT-STRUK (pot-idx)      TO PO-STRUK.
            MOVE POT-JURNAL (pot-idx)     TO PO-JURNAL.
            MOVE POT-TGL-IMPOR (pot-idx)  TO PO-TGL-IMPOR.
            WRITE PAYOUT-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
