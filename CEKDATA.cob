           SELECT CKPT5B-FILE ASSIGN TO "CKPT5B.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-5B-STATUS.
           COPY BAHANSEL.
           COPY MEMBSEL.
           COPY AKUNSEL.
           COPY VOCSEL.
           COPY NOMORSEL.
           COPY LOTSEL.
           SELECT CEK-REPORT ASSIGN TO "CEKDATA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
       FD CEK-REPORT.
       01 CEK-RECORD PIC X(100).

           COPY BAHANFD.

           COPY MEMBFD.

           COPY AKUNFD.

           COPY VOCFD.

           COPY NOMORFD.

           COPY LOTFD.

           COPY BDATEFD.

           COPY SESIFD.
       77 ws-5a-status pic X(02).
       77 ws-5b-status pic X(02).
       77 ws-ck-status pic X(02).
       77 ws-bh-status pic X(02).
       77 ws-mb-status pic X(02).
       77 ws-ac-status pic X(02).
       77 ws-vc-status pic X(02).
       77 ws-nr-status pic X(02).
       77 ws-lt-status pic X(02).
       77 ws-nomor-ada pic X value "N".
       77 master-count pic 9(06) value 0.
       77 master-nama  pic X(12).
       77 master-status pic X(02).
       COPY BDATEWS.
       77 temuan-count pic 9(03) value 0.
       77 jurnal-count pic 9(06) value 0.
            PERFORM PERIKSA-TASKSEQ-CTR.
            PERFORM PERIKSA-CKPT5A.
            PERFORM PERIKSA-CKPT5B.
            PERFORM PERIKSA-BAHAN.
            PERFORM PERIKSA-MEMBER.
            PERFORM PERIKSA-AKUN.
            PERFORM PERIKSA-VOUCHER.
            PERFORM PERIKSA-LOT.
            MOVE SPACES TO CEK-LINE.
            STRING "Jumlah temuan: " DELIMITED BY SIZE
                   temuan-count DELIMITED BY SIZE
                    UNTIL WS-RC-STATUS NOT = "00"
                CLOSE RECEIPT-CTR
            END-IF.
            OPEN INPUT NOMOR-FILE.
            PERFORM PERIKSA-COUNTER-REGISTER
                VARYING ws-reg-digit FROM 1 BY 1
                UNTIL ws-reg-digit > 9.
            IF WS-NR-STATUS NOT = "35"
                CLOSE NOMOR-FILE
            END-IF.
            IF max-receipt > 0 AND ws-ada-rc = "N"
                MOVE SPACES TO CEK-LINE
                MOVE "TEMUAN: counter struk hilang, jurnal berisi"

      *-----------------------
      * counter per register disusun jadi nomor struk penuh
      * (register x 100000 + urut) lalu diadu dengan jurnal; seri
      * STRUKn di layanan nomor sudah berisi nomor penuh dan
      * menggantikan RECEIPTn.txt begitu dibuka
      *-----------------------
       PERIKSA-COUNTER-REGISTER.
            PERFORM BACA-SERI-STRUK.
            IF ws-nomor-ada = "Y"
                MOVE "Y" TO ws-ada-rc
                IF NR-AKHIR > rc-counter
                    MOVE NR-AKHIR TO rc-counter
                END-IF
            ELSE
                PERFORM PERIKSA-RECEIPT-REGISTER
            END-IF.

       BACA-SERI-STRUK.
            MOVE "N" TO ws-nomor-ada.
            IF WS-NR-STATUS NOT = "35"
                MOVE SPACES TO NR-SERI
                STRING "STRUK" ws-reg-digit
                    DELIMITED BY SIZE INTO NR-SERI
                READ NOMOR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO ws-nomor-ada
                END-READ
            END-IF.

       PERIKSA-RECEIPT-REGISTER.
            MOVE SPACES TO WS-NAMA-RECEIPT.
            STRING "RECEIPT" ws-reg-digit ".txt"
                DELIMITED BY SIZE INTO WS-NAMA-RECEIPT.
                    END-IF
            END-READ.

      *    seri TUGAS di layanan nomor didahulukan; TASKSEQ.txt
      *    hanya dibaca selama seri itu belum dibuka
       PERIKSA-TASKSEQ-CTR.
            MOVE "N" TO ws-ada-sq.
            MOVE 0 TO sq-counter.
            MOVE "N" TO ws-nomor-ada.
            OPEN INPUT NOMOR-FILE.
            IF WS-NR-STATUS NOT = "35"
                MOVE "TUGAS" TO NR-SERI
                READ NOMOR-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO ws-nomor-ada
                        MOVE "Y" TO ws-ada-sq
                        MOVE NR-AKHIR TO sq-counter
                END-READ
                CLOSE NOMOR-FILE
            END-IF.
            IF ws-nomor-ada = "N"
                PERFORM BACA-TASKSEQ-LAMA
            END-IF.
            IF max-taskseq > 0 AND ws-ada-sq = "N"
                MOVE SPACES TO CEK-LINE
                MOVE "TEMUAN: counter tugas hilang padahal TUGAS berisi"
                    TO CEK-LINE
                PERFORM CATAT-TEMUAN
            END-IF.
            IF ws-ada-sq = "Y" AND sq-counter < max-taskseq
                MOVE SPACES TO CEK-LINE
                STRING "TEMUAN: counter tugas (" DELIMITED BY SIZE
                       sq-counter DELIMITED BY SIZE
                       ") di belakang TUGAS.txt (" DELIMITED BY SIZE
                       max-taskseq DELIMITED BY SIZE
                PERFORM CATAT-TEMUAN
            END-IF.

       BACA-TASKSEQ-LAMA.
            OPEN INPUT SEQ-CTR.
            IF WS-SQ-STATUS = "00"
                READ SEQ-CTR
                    AT END CONTINUE
                    NOT AT END
                        MOVE "Y" TO ws-ada-sq
                        IF SEQ-NO IS NUMERIC
                            MOVE SEQ-NO TO sq-counter
                        ELSE
                            MOVE SPACES TO CEK-LINE
                            MOVE "TEMUAN: TASKSEQ.txt bukan angka"
                                TO CEK-LINE
                            PERFORM CATAT-TEMUAN
                        END-IF
                END-READ
                CLOSE SEQ-CTR
            END-IF.

      *-----------------------
      * checkpoint roster: kalau ada isinya, ID-nya harus numerik
      * dan benar-benar ada di DATA.txt
                END-IF
            END-IF.

      *-----------------------
      * MASTER BER-INDEKS - BAHAN, MEMBER, AKUN, VOUCHER dan
      * BAHANLOT harus terbuka sebagai berkas ber-indeks (berkas
      * teks lama yang belum dikonversi KONVIDX gagal dibuka);
      * setiap record dibaca urut kunci dan kolom angkanya harus
      * numerik.  Berkas yang belum ada bukan temuan.
      *-----------------------
       PERIKSA-BAHAN.
            MOVE 0 TO master-count.
            MOVE "BAHAN.txt" TO master-nama.
            OPEN INPUT BAHAN-FILE.
            MOVE WS-BH-STATUS TO master-status.
            IF WS-BH-STATUS = "00"
                PERFORM PERIKSA-BARIS-BAHAN
                    UNTIL WS-BH-STATUS NOT = "00"
                CLOSE BAHAN-FILE
            END-IF.
            PERFORM TULIS-HASIL-MASTER.

       PERIKSA-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO master-count
                    IF BH-ONHAND IS NOT NUMERIC OR
                       BH-MINIMUM IS NOT NUMERIC OR
                       BH-COST IS NOT NUMERIC
                        MOVE SPACES TO CEK-LINE
                        STRING "TEMUAN: BAHAN.txt kode "
                               DELIMITED BY SIZE
                               BH-KODE DELIMITED BY SIZE
                               " kolom stok/harga tidak numerik"
                               DELIMITED BY SIZE
                            INTO CEK-LINE
                        PERFORM CATAT-TEMUAN
                    END-IF
            END-READ.

       PERIKSA-MEMBER.
            MOVE 0 TO master-count.
            MOVE "MEMBER.txt" TO master-nama.
            OPEN INPUT MEMBER-FILE.
            MOVE WS-MB-STATUS TO master-status.
            IF WS-MB-STATUS = "00"
                PERFORM PERIKSA-BARIS-MEMBER
                    UNTIL WS-MB-STATUS NOT = "00"
                CLOSE MEMBER-FILE
            END-IF.
            PERFORM TULIS-HASIL-MASTER.

       PERIKSA-BARIS-MEMBER.
            READ MEMBER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO master-count
                    IF MB-NO IS NOT NUMERIC OR
                       MB-POIN IS NOT NUMERIC
                        MOVE SPACES TO CEK-LINE
                        STRING "TEMUAN: MEMBER.txt no. "
                               DELIMITED BY SIZE
                               MB-NO DELIMITED BY SIZE
                               " nomor/poin tidak numerik"
                               DELIMITED BY SIZE
                            INTO CEK-LINE
                        PERFORM CATAT-TEMUAN
                    END-IF
            END-READ.

       PERIKSA-AKUN.
            MOVE 0 TO master-count.
            MOVE "AKUN.txt" TO master-nama.
            OPEN INPUT AKUN-FILE.
            MOVE WS-AC-STATUS TO master-status.
            IF WS-AC-STATUS = "00"
                PERFORM PERIKSA-BARIS-AKUN
                    UNTIL WS-AC-STATUS NOT = "00"
                CLOSE AKUN-FILE
            END-IF.
            PERFORM TULIS-HASIL-MASTER.

       PERIKSA-BARIS-AKUN.
            READ AKUN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO master-count
                    IF AC-NO IS NOT NUMERIC OR
                       AC-LIMIT IS NOT NUMERIC OR
                       AC-SALDO IS NOT NUMERIC
                        MOVE SPACES TO CEK-LINE
                        STRING "TEMUAN: AKUN.txt no. "
                               DELIMITED BY SIZE
                               AC-NO DELIMITED BY SIZE
                               " plafon/saldo tidak numerik"
                               DELIMITED BY SIZE
                            INTO CEK-LINE
                        PERFORM CATAT-TEMUAN
                    END-IF
            END-READ.

       PERIKSA-VOUCHER.
            MOVE 0 TO master-count.
            MOVE "VOUCHER.txt" TO master-nama.
            OPEN INPUT VOUCHER-FILE.
            MOVE WS-VC-STATUS TO master-status.
            IF WS-VC-STATUS = "00"
                PERFORM PERIKSA-BARIS-VOUCHER
                    UNTIL WS-VC-STATUS NOT = "00"
                CLOSE VOUCHER-FILE
            END-IF.
            PERFORM TULIS-HASIL-MASTER.

      *    voucher R wajib punya tanggal tukar; status lain rusak
       PERIKSA-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO master-count
                    MOVE SPACES TO CEK-LINE
                    EVALUATE TRUE
                        WHEN VC-NILAI IS NOT NUMERIC OR
                             VC-SOLD-DATE IS NOT NUMERIC
                            STRING "TEMUAN: VOUCHER.txt no. "
                                   DELIMITED BY SIZE
                                   VC-NO DELIMITED BY SIZE
                                   " nilai/tanggal tidak numerik"
                                   DELIMITED BY SIZE
                                INTO CEK-LINE
                        WHEN VC-STATUS NOT = "O" AND NOT = "R"
                            STRING "TEMUAN: VOUCHER.txt no. "
                                   DELIMITED BY SIZE
                                   VC-NO DELIMITED BY SIZE
                                   " status bukan O/R"
                                   DELIMITED BY SIZE
                                INTO CEK-LINE
                        WHEN VC-STATUS = "R" AND
                             (VC-REDEEM-DATE IS NOT NUMERIC OR
                              VC-REDEEM-DATE = 0)
                            STRING "TEMUAN: VOUCHER.txt no. "
                                   DELIMITED BY SIZE
                                   VC-NO DELIMITED BY SIZE
                                   " sudah ditukar tanpa tanggal tukar"
                                   DELIMITED BY SIZE
                                INTO CEK-LINE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF CEK-LINE NOT = SPACES
                        PERFORM CATAT-TEMUAN
                    END-IF
            END-READ.

       PERIKSA-LOT.
            MOVE 0 TO master-count.
            MOVE "BAHANLOT.txt" TO master-nama.
            OPEN INPUT LOT-FILE.
            MOVE WS-LT-STATUS TO master-status.
            IF WS-LT-STATUS = "00"
                PERFORM PERIKSA-BARIS-LOT
                    UNTIL WS-LT-STATUS NOT = "00"
                CLOSE LOT-FILE
            END-IF.
            PERFORM TULIS-HASIL-MASTER.

      *    lot yang habis sudah dihapus, jadi sisa harus positif
       PERIKSA-BARIS-LOT.
            READ LOT-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO master-count
                    MOVE SPACES TO CEK-LINE
                    EVALUATE TRUE
                        WHEN LT-QTY IS NOT NUMERIC OR
                             LT-EXPIRY IS NOT NUMERIC
                            STRING "TEMUAN: BAHANLOT.txt lot "
                                   DELIMITED BY SIZE
                                   LT-KODE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LT-LOT DELIMITED BY SIZE
                                   " sisa/kedaluwarsa tidak numerik"
                                   DELIMITED BY SIZE
                                INTO CEK-LINE
                        WHEN LT-QTY NOT > 0
                            STRING "TEMUAN: BAHANLOT.txt lot "
                                   DELIMITED BY SIZE
                                   LT-KODE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   LT-LOT DELIMITED BY SIZE
                                   " sisa tidak positif"
                                   DELIMITED BY SIZE
                                INTO CEK-LINE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF CEK-LINE NOT = SPACES
                        PERFORM CATAT-TEMUAN
                    END-IF
            END-READ.

       TULIS-HASIL-MASTER.
            MOVE SPACES TO CEK-LINE.
            EVALUATE master-status
                WHEN "00"
                    STRING master-nama DELIMITED BY SPACE
                           ": " DELIMITED BY SIZE
                           master-count DELIMITED BY SIZE
                           " record" DELIMITED BY SIZE
                        INTO CEK-LINE
                    PERFORM TULIS-BARIS-CEK
                WHEN "35"
                    STRING master-nama DELIMITED BY SPACE
                           ": belum ada" DELIMITED BY SIZE
                        INTO CEK-LINE
                    PERFORM TULIS-BARIS-CEK
                WHEN OTHER
                    STRING "TEMUAN: " DELIMITED BY SIZE
                           master-nama DELIMITED BY SPACE
                           " tidak terbuka sebagai berkas ber-indeks"
                           DELIMITED BY SIZE
                           " (status " DELIMITED BY SIZE
                           master-status DELIMITED BY SIZE
                           "), KONVIDX belum dijalankan?"
                           DELIMITED BY SIZE
                        INTO CEK-LINE
                    PERFORM CATAT-TEMUAN
            END-EVALUATE.

           COPY BDATEGET.

           COPY SESIGET.
