       IDENTIFICATION DIVISION.
       PROGRAM-ID. CABANG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY JURNALSEL.
           COPY JRNLDSEL.
           COPY BAHANSEL.
           COPY MUTSEL.
           SELECT CAB-JOURNAL ASSIGN TO "CABJRN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CJ-STATUS.
           SELECT CAB-DETAIL ASSIGN TO "CABDET.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CD-STATUS.
           SELECT CAB-BAHAN ASSIGN TO "CABBHN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CB-STATUS.
           SELECT CAB-MUTASI ASSIGN TO "CABMUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CM-STATUS.
           SELECT PST-MUTASI ASSIGN TO "PSTMUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-STATUS.
           SELECT KONS-JOURNAL ASSIGN TO "JURNALCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KJ-STATUS.
           SELECT KONS-DETAIL ASSIGN TO "JRNLDCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KD-STATUS.
           SELECT KONS-BAHAN ASSIGN TO "BAHANCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KB-STATUS.
           COPY OUTLSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY JURNALFD.

           COPY JRNLDFD.

           COPY BAHANFD.

           COPY MUTFD.

      *-----------------------
      * berkas pertukaran cabang - pusat: CABJRN/CABDET/CABBHN
      * salinan jurnal, detail, dan stok cabang yang sudah dicap
      * kode outletnya; CABMUT salinan buku mutasi cabang untuk
      * pusat, PSTMUT salinan buku mutasi pusat untuk cabang
      *-----------------------
           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==CAB-JOURNAL==
                           ==JURNAL-RECORD== BY ==CABJ-RECORD==
                           LEADING ==JR== BY ==CJ==.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==CAB-DETAIL==
                          ==JRNLD-RECORD== BY ==CABD-RECORD==
                          LEADING ==JD== BY ==CD==.

           COPY BAHANFD REPLACING ==BAHAN-FILE== BY ==CAB-BAHAN==
                          ==BAHAN-RECORD== BY ==CABB-RECORD==
                          LEADING ==BH== BY ==CB==.

           COPY MUTFD REPLACING ==MUTASI-FILE== BY ==CAB-MUTASI==
                          ==MUTASI-RECORD== BY ==CABM-RECORD==
                          LEADING ==MT== BY ==CM==.

           COPY MUTFD REPLACING ==MUTASI-FILE== BY ==PST-MUTASI==
                          ==MUTASI-RECORD== BY ==PSTM-RECORD==
                          LEADING ==MT== BY ==PM==.

      *-----------------------
      * himpunan cabang di kantor pusat: jurnal dan detail semua
      * cabang (terpisah dari JURNAL.txt pusat supaya laci, GL, dan
      * settlement pusat tidak tercampur), dan potret stok terakhir
      * setiap cabang
      *-----------------------
           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==KONS-JOURNAL==
                           ==JURNAL-RECORD== BY ==KONSJ-RECORD==
                           LEADING ==JR== BY ==KJ==.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==KONS-DETAIL==
                          ==JRNLD-RECORD== BY ==KONSD-RECORD==
                          LEADING ==JD== BY ==KD==.

           COPY BAHANFD REPLACING ==BAHAN-FILE== BY ==KONS-BAHAN==
                          ==BAHAN-RECORD== BY ==KONSB-RECORD==
                          LEADING ==BH== BY ==KB==.

           COPY OUTLFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-cj-status  pic X(02).
       77 ws-cd-status  pic X(02).
       77 ws-cb-status  pic X(02).
       77 ws-cm-status  pic X(02).
       77 ws-pm-status  pic X(02).
       77 ws-kj-status  pic X(02).
       77 ws-kd-status  pic X(02).
       77 ws-kb-status  pic X(02).
       COPY MUTWS.
       COPY OUTLWS.
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 mode-input    pic X(01).
           88 mode-ekspor   value "E", "e".
           88 mode-impor    value "I", "i".
           88 mode-otomatis value "A", "a".
       77 tgl-min       pic 9(08) value 0.
       77 kunci-count   pic 9(04) value 0.
       77 kunci-idx     pic 9(04) comp.
       77 kunci-pos     pic 9(04) value 0.
       77 cari-olt   pic 9(02).
       77 cari-date     pic 9(08).
       77 cari-time     pic 9(08).
       77 cari-receipt  pic 9(06).
       77 cari-type     pic X(01).
       77 cari-orig     pic 9(06).
       77 kirim-hit     pic 9(05) value 0.
       77 impor-hit     pic 9(05) value 0.
       77 ganda-hit     pic 9(05) value 0.
       77 tolak-hit     pic 9(05) value 0.
       77 detail-hit    pic 9(05) value 0.
       77 dlewat-hit    pic 9(05) value 0.
       77 stok-hit      pic 9(04) value 0.
       77 mut-baru      pic 9(04) value 0.
       77 mut-terima    pic 9(04) value 0.
       77 kb-count      pic 9(03) value 0.
       77 kb-idx        pic 9(03) comp.
       77 kbo-count     pic 9(02) value 0.
       77 kbo-idx       pic 9(02) comp.
       77 ws-kbo-ada    pic X value "N".
           88 outlet-diganti value "Y".
       77 ws-outlet-ok  pic X value "N".
           88 outlet-sah value "Y".
       77 ws-kunci-ok   pic X value "Y".
           88 kunci-lengkap value "Y".
       77 ws-mut-ubah   pic X value "N".
           88 mutasi-berubah value "Y".

      *-----------------------
      * kunci record jurnal cabang yang sudah ada di JURNALCB.txt
      * sejak tanggal tertua di kiriman; KC-BARU "Y" untuk record
      * yang diimpor pada run ini (detailnya ikut diimpor)
      *-----------------------
       01 KUNCI-TABEL.
           05 KUNCI-ENTRY OCCURS 5000 TIMES.
               10 KC-OUTLET  PIC 9(02).
               10 KC-DATE    PIC 9(08).
               10 KC-TIME    PIC 9(08).
               10 KC-RECEIPT PIC 9(06).
               10 KC-TYPE    PIC X(01).
               10 KC-ORIG    PIC 9(06).
               10 KC-BARU    PIC X(01).

      *-----------------------
      * potret stok cabang: baris BAHANCB.txt yang dipertahankan
      * ditambah baris kiriman baru; outlet yang ada di kiriman
      * menggantikan seluruh barisnya yang lama
      *-----------------------
       01 KONSB-TABEL.
           05 KBT-RECORD PIC X(60) OCCURS 500 TIMES.
       01 KBO-TABEL.
           05 KBO-OUTLET PIC 9(02) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "CABANG" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM BACA-OUTLET.
            MOVE "N" TO ws-mut-ubah.
            DISPLAY "=== PERTUKARAN DATA OUTLET - ", WS-OUTLET, " ",
                    WS-OUTLET-NAMA, " ===".
            DISPLAY "Mode (E)kspor cabang / (I)mpor di pusat / ".
            DISPLAY "     (A)otomatis menurut outlet : ".
            ACCEPT mode-input.
            IF mode-otomatis
                IF WS-OUTLET = 1
                    MOVE "I" TO mode-input
                ELSE
                    MOVE "E" TO mode-input
                END-IF
            END-IF.
            PERFORM MUAT-MUTASI.
            EVALUATE TRUE
                WHEN mode-ekspor
                    IF WS-OUTLET = 1
                        DISPLAY "Outlet ini kantor pusat, tidak ",
                                "mengekspor"
                    ELSE
                        PERFORM EKSPOR-CABANG
                    END-IF
                WHEN mode-impor
                    IF WS-OUTLET NOT = 1
                        DISPLAY "Impor cabang hanya di kantor pusat ",
                                "(outlet 01)"
                    ELSE
                        PERFORM IMPOR-CABANG
                    END-IF
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            MOVE "CABANG" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * EKSPOR (cabang) - jurnal, detail, dan stok hidup disalin ke
      * berkas pertukaran dengan kode outlet ini dicap pada record
      * yang belum membawanya; buku mutasi pusat (PSTMUT.txt, bila
      * sudah dikirim balik) digabung dulu ke buku sendiri, lalu
      * buku hasil gabungan disalin ke CABMUT.txt.  Berkas hidup
      * tidak diubah; pusat yang menyaring record yang sudah pernah
      * diimpor.
      *-----------------------
       EKSPOR-CABANG.
            MOVE 0 TO kirim-hit.
            OPEN OUTPUT CAB-JOURNAL.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM EKSPOR-BARIS-JURNAL
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.
            CLOSE CAB-JOURNAL.
            DISPLAY "Jurnal dikirim      : ", kirim-hit.
            MOVE 0 TO kirim-hit.
            OPEN OUTPUT CAB-DETAIL.
            OPEN INPUT DETAIL-JOURNAL.
            IF ws-jd-status = "00"
                PERFORM EKSPOR-BARIS-DETAIL
                    UNTIL ws-jd-status NOT = "00"
                CLOSE DETAIL-JOURNAL
            END-IF.
            CLOSE CAB-DETAIL.
            DISPLAY "Detail dikirim      : ", kirim-hit.
            MOVE 0 TO kirim-hit.
            OPEN OUTPUT CAB-BAHAN.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                PERFORM EKSPOR-BARIS-BAHAN
                    UNTIL ws-bh-status NOT = "00"
                CLOSE BAHAN-FILE
            END-IF.
            CLOSE CAB-BAHAN.
            DISPLAY "Baris stok dikirim  : ", kirim-hit.
            OPEN INPUT PST-MUTASI.
            IF ws-pm-status = "00"
                PERFORM GABUNG-BARIS-PUSAT
                    UNTIL ws-pm-status NOT = "00"
                CLOSE PST-MUTASI
            END-IF.
            PERFORM SELESAIKAN-GABUNG.
            OPEN OUTPUT CAB-MUTASI.
            PERFORM TULIS-SALINAN-CABANG
                VARYING WS-MUT-IDX FROM 1 BY 1
                UNTIL WS-MUT-IDX > WS-MUT-COUNT.
            CLOSE CAB-MUTASI.
            DISPLAY "Baris mutasi dikirim: ", WS-MUT-COUNT.

       EKSPOR-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE JURNAL-RECORD TO CABJ-RECORD
                    IF CJ-OUTLET IS NOT NUMERIC
                        MOVE WS-OUTLET TO CJ-OUTLET
                    END-IF
                    WRITE CABJ-RECORD
                    IF ws-cj-status NOT = "00"
                        DISPLAY "Gagal menulis CABJRN.txt, status ",
                                ws-cj-status
                        MOVE 1 TO RETURN-CODE
                    END-IF
                    ADD 1 TO kirim-hit
            END-READ.

       EKSPOR-BARIS-DETAIL.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE JRNLD-RECORD TO CABD-RECORD
                    IF CD-OUTLET IS NOT NUMERIC
                        MOVE WS-OUTLET TO CD-OUTLET
                    END-IF
                    WRITE CABD-RECORD
                    IF ws-cd-status NOT = "00"
                        DISPLAY "Gagal menulis CABDET.txt, status ",
                                ws-cd-status
                        MOVE 1 TO RETURN-CODE
                    END-IF
                    ADD 1 TO kirim-hit
            END-READ.

       EKSPOR-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE BAHAN-RECORD TO CABB-RECORD
                    MOVE WS-OUTLET TO CB-OUTLET
                    WRITE CABB-RECORD
                    IF ws-cb-status NOT = "00"
                        DISPLAY "Gagal menulis CABBHN.txt, status ",
                                ws-cb-status
                        MOVE 1 TO RETURN-CODE
                    END-IF
                    ADD 1 TO kirim-hit
            END-READ.

       GABUNG-BARIS-PUSAT.
            READ PST-MUTASI
                AT END CONTINUE
                NOT AT END
                    MOVE PSTM-RECORD TO MUTASI-RECORD
                    PERFORM GABUNG-SATU-MUTASI
            END-READ.

       TULIS-SALINAN-CABANG.
            PERFORM SALIN-DARI-TABEL-MUTASI.
            MOVE MUTASI-RECORD TO CABM-RECORD.
            WRITE CABM-RECORD.
            IF ws-cm-status NOT = "00"
                DISPLAY "Gagal menulis CABMUT.txt, status ",
                        ws-cm-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * IMPOR (pusat) - record jurnal cabang masuk JURNALCB.txt
      * kecuali yang kuncinya (outlet, tanggal, jam, struk, jenis,
      * nomor asal) sudah ada, sehingga kiriman yang sama boleh
      * diimpor berulang; detail hanya ikut bila header-nya baru
      * masuk pada run ini.  Record tanpa kode outlet, berkode
      * pusat, atau berkode yang tidak terdaftar di OUTLET.txt
      * ditolak.
      *-----------------------
       IMPOR-CABANG.
            MOVE 0 TO impor-hit.
            MOVE 0 TO ganda-hit.
            MOVE 0 TO tolak-hit.
            MOVE 0 TO detail-hit.
            MOVE 0 TO dlewat-hit.
            MOVE 0 TO kunci-count.
            MOVE "Y" TO ws-kunci-ok.
            OPEN INPUT CAB-JOURNAL.
            IF ws-cj-status NOT = "00"
                DISPLAY "CABJRN.txt tidak ada, jurnal cabang tidak ",
                        "diimpor"
            ELSE
                MOVE 99999999 TO tgl-min
                PERFORM CARI-TGL-MIN
                    UNTIL ws-cj-status NOT = "00"
                CLOSE CAB-JOURNAL
                PERFORM MUAT-KUNCI-KONS
                IF NOT kunci-lengkap
                    DISPLAY "Tabel kunci penuh, impor jurnal ",
                            "dibatalkan supaya tidak ada struk ganda"
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM IMPOR-JURNAL
                    PERFORM IMPOR-DETAIL
                END-IF
            END-IF.
            DISPLAY "Jurnal diimpor      : ", impor-hit.
            DISPLAY "Sudah ada, dilewati : ", ganda-hit.
            DISPLAY "Ditolak (outlet)    : ", tolak-hit.
            DISPLAY "Detail diimpor      : ", detail-hit.
            DISPLAY "Detail dilewati     : ", dlewat-hit.
            PERFORM IMPOR-STOK.
            OPEN INPUT CAB-MUTASI.
            IF ws-cm-status = "00"
                PERFORM GABUNG-BARIS-CABANG
                    UNTIL ws-cm-status NOT = "00"
                CLOSE CAB-MUTASI
            END-IF.
            PERFORM SELESAIKAN-GABUNG.
            OPEN OUTPUT PST-MUTASI.
            PERFORM TULIS-SALINAN-PUSAT
                VARYING WS-MUT-IDX FROM 1 BY 1
                UNTIL WS-MUT-IDX > WS-MUT-COUNT.
            CLOSE PST-MUTASI.

       UJI-OUTLET-CABANG.
            MOVE "N" TO ws-outlet-ok.
            IF cari-olt NOT = 0 AND cari-olt NOT = WS-OUTLET
                MOVE cari-olt TO WS-OUTLET-CARI
                PERFORM CARI-OUTLET
                IF WS-OUTLET-POS NOT = 0
                    MOVE "Y" TO ws-outlet-ok
                END-IF
            END-IF.

       CARI-TGL-MIN.
            READ CAB-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF CJ-OUTLET IS NUMERIC
                        MOVE CJ-OUTLET TO cari-olt
                        PERFORM UJI-OUTLET-CABANG
                        IF outlet-sah AND CJ-DATE < tgl-min
                            MOVE CJ-DATE TO tgl-min
                        END-IF
                    END-IF
            END-READ.

       MUAT-KUNCI-KONS.
            OPEN INPUT KONS-JOURNAL.
            IF ws-kj-status = "00"
                PERFORM AMBIL-KUNCI-KONS
                    UNTIL ws-kj-status NOT = "00"
                CLOSE KONS-JOURNAL
            END-IF.

       AMBIL-KUNCI-KONS.
            READ KONS-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF KJ-DATE >= tgl-min
                        IF kunci-count >= 5000
                            MOVE "N" TO ws-kunci-ok
                        ELSE
                            ADD 1 TO kunci-count
                            MOVE KJ-OUTLET TO KC-OUTLET (kunci-count)
                            MOVE KJ-DATE TO KC-DATE (kunci-count)
                            MOVE KJ-TIME TO KC-TIME (kunci-count)
                            MOVE KJ-RECEIPT-NO
                                TO KC-RECEIPT (kunci-count)
                            MOVE KJ-REC-TYPE TO KC-TYPE (kunci-count)
                            MOVE KJ-ORIG-NO TO KC-ORIG (kunci-count)
                            MOVE "N" TO KC-BARU (kunci-count)
                        END-IF
                    END-IF
            END-READ.

       IMPOR-JURNAL.
            OPEN INPUT KONS-JOURNAL.
            IF ws-kj-status = "00"
                CLOSE KONS-JOURNAL
                OPEN EXTEND KONS-JOURNAL
            ELSE
                OPEN OUTPUT KONS-JOURNAL
            END-IF.
            OPEN INPUT CAB-JOURNAL.
            PERFORM IMPOR-BARIS-JURNAL
                UNTIL ws-cj-status NOT = "00".
            CLOSE CAB-JOURNAL.
            CLOSE KONS-JOURNAL.

       IMPOR-BARIS-JURNAL.
            READ CAB-JOURNAL
                AT END CONTINUE
                NOT AT END
                    PERFORM IMPOR-SATU-JURNAL
            END-READ.

       IMPOR-SATU-JURNAL.
            MOVE 0 TO cari-olt.
            IF CJ-OUTLET IS NUMERIC
                MOVE CJ-OUTLET TO cari-olt
            END-IF.
            PERFORM UJI-OUTLET-CABANG.
            IF NOT outlet-sah
                ADD 1 TO tolak-hit
            ELSE
                MOVE CJ-DATE       TO cari-date
                MOVE CJ-TIME       TO cari-time
                MOVE CJ-RECEIPT-NO TO cari-receipt
                MOVE CJ-REC-TYPE   TO cari-type
                MOVE CJ-ORIG-NO    TO cari-orig
                PERFORM CARI-KUNCI
                EVALUATE TRUE
                    WHEN kunci-pos NOT = 0
                        ADD 1 TO ganda-hit
                    WHEN kunci-count >= 5000
                        DISPLAY "Tabel kunci penuh, struk ",
                                CJ-RECEIPT-NO, " tidak diimpor"
                        MOVE 1 TO RETURN-CODE
                    WHEN OTHER
                        MOVE CABJ-RECORD TO KONSJ-RECORD
                        WRITE KONSJ-RECORD
                        IF ws-kj-status NOT = "00"
                            DISPLAY "Gagal menulis JURNALCB.txt, ",
                                    "status ", ws-kj-status
                            MOVE 1 TO RETURN-CODE
                        END-IF
                        ADD 1 TO impor-hit
                        ADD 1 TO kunci-count
                        MOVE cari-olt  TO KC-OUTLET (kunci-count)
                        MOVE cari-date    TO KC-DATE (kunci-count)
                        MOVE cari-time    TO KC-TIME (kunci-count)
                        MOVE cari-receipt TO KC-RECEIPT (kunci-count)
                        MOVE cari-type    TO KC-TYPE (kunci-count)
                        MOVE cari-orig    TO KC-ORIG (kunci-count)
                        MOVE "Y"          TO KC-BARU (kunci-count)
                END-EVALUATE
            END-IF.

       CARI-KUNCI.
            MOVE 0 TO kunci-pos.
            PERFORM PERIKSA-KUNCI
                VARYING kunci-idx FROM 1 BY 1
                UNTIL kunci-idx > kunci-count OR kunci-pos NOT = 0.

       PERIKSA-KUNCI.
            IF KC-OUTLET (kunci-idx) = cari-olt
             AND KC-DATE (kunci-idx) = cari-date
             AND KC-TIME (kunci-idx) = cari-time
             AND KC-RECEIPT (kunci-idx) = cari-receipt
             AND KC-TYPE (kunci-idx) = cari-type
             AND KC-ORIG (kunci-idx) = cari-orig
                MOVE kunci-idx TO kunci-pos
            END-IF.

       IMPOR-DETAIL.
            OPEN INPUT CAB-DETAIL.
            IF ws-cd-status = "00"
                OPEN INPUT KONS-DETAIL
                IF ws-kd-status = "00"
                    CLOSE KONS-DETAIL
                    OPEN EXTEND KONS-DETAIL
                ELSE
                    OPEN OUTPUT KONS-DETAIL
                END-IF
                PERFORM IMPOR-BARIS-DETAIL
                    UNTIL ws-cd-status NOT = "00"
                CLOSE KONS-DETAIL
                CLOSE CAB-DETAIL
            ELSE
                DISPLAY "CABDET.txt tidak ada, detail cabang tidak ",
                        "diimpor"
            END-IF.

       IMPOR-BARIS-DETAIL.
            READ CAB-DETAIL
                AT END CONTINUE
                NOT AT END
                    PERFORM IMPOR-SATU-DETAIL
            END-READ.

       IMPOR-SATU-DETAIL.
            MOVE 0 TO cari-olt.
            IF CD-OUTLET IS NUMERIC
                MOVE CD-OUTLET TO cari-olt
            END-IF.
            MOVE CD-DATE       TO cari-date.
            MOVE CD-TIME       TO cari-time.
            MOVE CD-RECEIPT-NO TO cari-receipt.
            PERFORM CARI-KUNCI-DETAIL.
            IF kunci-pos = 0
                ADD 1 TO dlewat-hit
            ELSE
                MOVE CABD-RECORD TO KONSD-RECORD
                WRITE KONSD-RECORD
                IF ws-kd-status NOT = "00"
                    DISPLAY "Gagal menulis JRNLDCB.txt, status ",
                            ws-kd-status
                    MOVE 1 TO RETURN-CODE
                END-IF
                ADD 1 TO detail-hit
            END-IF.

       CARI-KUNCI-DETAIL.
            MOVE 0 TO kunci-pos.
            PERFORM PERIKSA-KUNCI-DETAIL
                VARYING kunci-idx FROM 1 BY 1
                UNTIL kunci-idx > kunci-count OR kunci-pos NOT = 0.

       PERIKSA-KUNCI-DETAIL.
            IF KC-BARU (kunci-idx) = "Y"
             AND KC-OUTLET (kunci-idx) = cari-olt
             AND KC-DATE (kunci-idx) = cari-date
             AND KC-TIME (kunci-idx) = cari-time
             AND KC-RECEIPT (kunci-idx) = cari-receipt
             AND (KC-TYPE (kunci-idx) = "S"
                  OR KC-TYPE (kunci-idx) = "V")
                MOVE kunci-idx TO kunci-pos
            END-IF.

      *-----------------------
      * STOK CABANG - potret BAHAN.txt setiap cabang yang mengirim
      * menggantikan potretnya yang lama di BAHANCB.txt
      *-----------------------
       IMPOR-STOK.
            MOVE 0 TO kbo-count.
            MOVE 0 TO kb-count.
            MOVE 0 TO stok-hit.
            OPEN INPUT CAB-BAHAN.
            IF ws-cb-status NOT = "00"
                DISPLAY "CABBHN.txt tidak ada, stok cabang tidak ",
                        "diperbarui"
            ELSE
                PERFORM CATAT-OUTLET-STOK
                    UNTIL ws-cb-status NOT = "00"
                CLOSE CAB-BAHAN
                OPEN INPUT KONS-BAHAN
                IF ws-kb-status = "00"
                    PERFORM SIMPAN-STOK-LAMA
                        UNTIL ws-kb-status NOT = "00"
                    CLOSE KONS-BAHAN
                END-IF
                OPEN INPUT CAB-BAHAN
                PERFORM AMBIL-STOK-KIRIMAN
                    UNTIL ws-cb-status NOT = "00"
                CLOSE CAB-BAHAN
                OPEN OUTPUT KONS-BAHAN
                PERFORM TULIS-STOK-KONS
                    VARYING kb-idx FROM 1 BY 1
                    UNTIL kb-idx > kb-count
                IF ws-kb-status NOT = "00"
                    DISPLAY "Gagal menyimpan BAHANCB.txt, status ",
                            ws-kb-status
                    MOVE 1 TO RETURN-CODE
                END-IF
                CLOSE KONS-BAHAN
                DISPLAY "Baris stok cabang   : ", stok-hit
            END-IF.

       CATAT-OUTLET-STOK.
            READ CAB-BAHAN
                AT END CONTINUE
                NOT AT END
                    IF CB-OUTLET IS NUMERIC
                        MOVE CB-OUTLET TO cari-olt
                        PERFORM UJI-OUTLET-CABANG
                        IF outlet-sah
                            PERFORM CARI-OUTLET-STOK
                            IF NOT outlet-diganti AND kbo-count < 4
                                ADD 1 TO kbo-count
                                MOVE cari-olt
                                    TO KBO-OUTLET (kbo-count)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       CARI-OUTLET-STOK.
            MOVE "N" TO ws-kbo-ada.
            PERFORM PERIKSA-OUTLET-STOK
                VARYING kbo-idx FROM 1 BY 1
                UNTIL kbo-idx > kbo-count.

       PERIKSA-OUTLET-STOK.
            IF KBO-OUTLET (kbo-idx) = cari-olt
                MOVE "Y" TO ws-kbo-ada
            END-IF.

       SIMPAN-STOK-LAMA.
            READ KONS-BAHAN
                AT END CONTINUE
                NOT AT END
                    MOVE 0 TO cari-olt
                    IF KB-OUTLET IS NUMERIC
                        MOVE KB-OUTLET TO cari-olt
                    END-IF
                    PERFORM CARI-OUTLET-STOK
                    IF NOT outlet-diganti
                        PERFORM SIMPAN-BARIS-STOK-LAMA
                    END-IF
            END-READ.

       SIMPAN-BARIS-STOK-LAMA.
            IF kb-count >= 500
                DISPLAY "Tabel stok cabang penuh, ", KB-KODE,
                        " dilewati"
            ELSE
                ADD 1 TO kb-count
                MOVE KONSB-RECORD TO KBT-RECORD (kb-count)
            END-IF.

       AMBIL-STOK-KIRIMAN.
            READ CAB-BAHAN
                AT END CONTINUE
                NOT AT END
                    MOVE 0 TO cari-olt
                    IF CB-OUTLET IS NUMERIC
                        MOVE CB-OUTLET TO cari-olt
                    END-IF
                    PERFORM CARI-OUTLET-STOK
                    IF outlet-diganti
                        IF kb-count >= 500
                            DISPLAY "Tabel stok cabang penuh, ",
                                    CB-KODE, " dilewati"
                        ELSE
                            ADD 1 TO kb-count
                            ADD 1 TO stok-hit
                            MOVE CABB-RECORD TO KBT-RECORD (kb-count)
                        END-IF
                    END-IF
            END-READ.

       TULIS-STOK-KONS.
            MOVE KBT-RECORD (kb-idx) TO KONSB-RECORD.
            WRITE KONSB-RECORD.

      *-----------------------
      * GABUNG MUTASI - baris dokumen outlet lain yang belum ada
      * ditambahkan; baris yang di sini masih dalam perjalanan
      * tetapi di sana sudah diterima ikut menjadi diterima.  Stok
      * tidak disentuh: pengirim sudah mengurangi stoknya saat
      * mengirim, penerima menambah stoknya saat menerima.
      *-----------------------
       GABUNG-BARIS-CABANG.
            READ CAB-MUTASI
                AT END CONTINUE
                NOT AT END
                    MOVE CABM-RECORD TO MUTASI-RECORD
                    PERFORM GABUNG-SATU-MUTASI
            END-READ.

       GABUNG-SATU-MUTASI.
            MOVE MT-DARI  TO WS-MUT-DARI.
            MOVE MT-NO    TO WS-MUT-NO.
            MOVE MT-BARIS TO WS-MUT-BARIS.
            PERFORM CARI-MUTASI.
            IF WS-MUT-POS = 0
                IF WS-MUT-COUNT >= 1000
                    DISPLAY "Tabel mutasi penuh, dokumen ", MT-DARI,
                            "-", MT-NO, " tidak digabung"
                ELSE
                    ADD 1 TO WS-MUT-COUNT
                    PERFORM SALIN-KE-TABEL-MUTASI
                    ADD 1 TO mut-baru
                    MOVE "Y" TO ws-mut-ubah
                END-IF
            ELSE
                IF MTT-STATUS (WS-MUT-POS) = "T" AND MT-STATUS = "D"
                    MOVE "D"           TO MTT-STATUS (WS-MUT-POS)
                    MOVE MT-QTY-TERIMA TO MTT-QTY-TERIMA (WS-MUT-POS)
                    MOVE MT-TGL-TERIMA TO MTT-TGL-TERIMA (WS-MUT-POS)
                    ADD 1 TO mut-terima
                    MOVE "Y" TO ws-mut-ubah
                END-IF
            END-IF.

       SELESAIKAN-GABUNG.
            IF mutasi-berubah
                PERFORM SIMPAN-MUTASI
            END-IF.
            DISPLAY "Mutasi baru digabung: ", mut-baru.
            DISPLAY "Mutasi jadi diterima: ", mut-terima.

       TULIS-SALINAN-PUSAT.
            PERFORM SALIN-DARI-TABEL-MUTASI.
            MOVE MUTASI-RECORD TO PSTM-RECORD.
            WRITE PSTM-RECORD.
            IF ws-pm-status NOT = "00"
                DISPLAY "Gagal menulis PSTMUT.txt, status ",
                        ws-pm-status
                MOVE 1 TO RETURN-CODE
            END-IF.

           COPY MUTMUAT.

           COPY OUTLGET.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
