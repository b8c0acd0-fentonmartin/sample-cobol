           COPY JRNLDSEL.
           COPY RIDXSEL.
           COPY BDATESEL.
           COPY OUTLSEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

           COPY BDATEFD.

           COPY OUTLFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status  pic X(02).
       77 ws-date       pic 9(08).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY OUTLWS.
       COPY SESIWS.
       77 ws-found      pic X value "N".
           88 struk-ketemu value "Y".
       77 asal-tender   pic X(01).
       77 asal-reg      pic 9(02).
       77 asal-tax      pic S9(08).
       77 asal-kanal    pic X(01).
       77 asal-plat-id  pic X(15).
       77 asal-tgl      pic 9(08) value 0.
       77 ws-tolak      pic X value "N".
           88 periode-tolak value "Y".
       COPY AUDITWS.
       COPY PRDWS.

      *-----------------------
      * baris detail struk asal, direkap per kode; DTL-SISA adalah
            ELSE
                PERFORM AMBIL-DETAIL-ASAL
                PERFORM HITUNG-SISA-TOTAL
                PERFORM UJI-PERIODE
                EVALUATE TRUE
                    WHEN periode-tolak
                        MOVE 1 TO RETURN-CODE
                    WHEN sisa-total <= 0
                        DISPLAY "Struk ", struk-input, " sudah ",
                                "dikembalikan seluruhnya"
                    WHEN OTHER
                        PERFORM PILIH-BARIS-REFUND
                        IF ref-qty = 0
                            DISPLAY "Tidak ada baris dipilih, tidak ",
                                    "ada pembalik ditulis"
                        ELSE
                            PERFORM HITUNG-PRORATA
                            PERFORM TULIS-JURNAL-PEMBALIK
                            PERFORM TULIS-DETAIL-PEMBALIK
                            DISPLAY "Struk ", struk-input, ": ",
                                    ref-qty, " unit dikembalikan, Rp ",
                                    ref-uang,
                                    " (jurnal pembalik tercatat)"
                        END-IF
                END-EVALUATE
            END-IF.
            MOVE "KOREKSI" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
      * yang dulu membuat antrean register menunggu
      *-----------------------
       CARI-STRUK-ASAL.
            MOVE SPACES TO asal-kanal.
            MOVE SPACES TO asal-plat-id.
            OPEN INPUT RCPT-INDEX.
            IF WS-RX-STATUS = "00"
                MOVE struk-input TO RX-RECEIPT
            IF NOT struk-ketemu
                PERFORM PINDAI-JURNAL-ASAL
            END-IF.
      *     indeks tidak membawa kanal; struk platform (tender P)
      *     dicari kanal dan nomor pesanannya di jurnal supaya
      *     pembaliknya ikut ternetting saat pencocokan pencairan
            IF struk-ketemu AND asal-tender = "P"
               AND asal-plat-id = SPACES
                PERFORM PINDAI-JURNAL-ASAL
            END-IF.

       PINDAI-JURNAL-ASAL.
            OPEN INPUT SALES-JOURNAL.
                        MOVE JR-GROSS  TO asal-gross
                        MOVE JR-DISC   TO asal-disc
                        MOVE JR-TENDER TO asal-tender
                        MOVE JR-KANAL  TO asal-kanal
                        MOVE JR-PLAT-ID TO asal-plat-id
                        MOVE JR-DATE   TO asal-tgl
                        IF JR-REG IS NUMERIC
                            MOVE JR-REG TO asal-reg
                        ELSE
                ADD JD-QTY TO DTL-SISA (dtl-idx)
                IF JD-QTY > 0
                    MOVE JD-NAMA  TO DTL-NAMA (dtl-idx)
                    IF asal-tgl = 0
                        MOVE JD-DATE TO asal-tgl
                    END-IF
                END-IF
            END-IF.

                ADD DTL-SISA (dtl-idx) TO sisa-total
            END-IF.

      *-----------------------
      * UJI PERIODE - struk dari bulan yang sudah ditutup tidak
      * boleh direfund (penjualannya sudah masuk arsip dan angka
      * kontrol JRNLCTL).  Struk yang barisnya sudah tidak ada di
      * jurnal hidup berarti bulannya sudah diarsip.  Pembaliknya
      * sendiri dicatat pada tanggal usaha; bila bulan tanggal usaha
      * tertutup (tanggal diundur), pembalik dialihkan ke hari ini
      *-----------------------
       UJI-PERIODE.
            MOVE "N" TO ws-tolak.
            IF asal-tgl = 0
                DISPLAY "Struk ", struk-input, " tidak ada lagi di ",
                        "jurnal hidup (bulannya sudah diarsip), ",
                        "refund ditolak"
                MOVE "Y" TO ws-tolak
            ELSE
                MOVE asal-tgl TO WS-PRD-TGL
                MOVE "N"      TO WS-PRD-ALIH
                PERFORM CEK-TGL-POSTING
                IF NOT WS-PRD-BUKA
                    DISPLAY "Struk ", struk-input, " tanggal ",
                            asal-tgl, ": bulan ", WS-PRD-KUNCI,
                            " sudah ditutup, refund ditolak"
                    MOVE "Y" TO ws-tolak
                END-IF
            END-IF.
            IF NOT periode-tolak
                PERFORM BACA-TGL-USAHA
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM CEK-TGL-POSTING
                IF NOT WS-PRD-BUKA
                    DISPLAY "Bulan ", WS-PRD-KUNCI, " (tanggal ",
                            "usaha) sudah ditutup, koreksi ditolak"
                    MOVE "Y" TO ws-tolak
                ELSE
                    MOVE WS-PRD-TGL TO ws-date
                    IF WS-PRD-DIALIH = "Y"
                        DISPLAY "Bulan tanggal usaha sudah ditutup; ",
                                "pembalik dicatat tanggal ", ws-date
                    END-IF
                END-IF
            END-IF.

      *-----------------------
      * PILIH BARIS - (S)eluruh sisa struk atau (B)aris tertentu
      * dengan qty per baris; dulu hanya bisa void utuh sehingga
                CONTINUE
            ELSE
      *         nomor baris diuji dulu sebelum tabelnya disentuh
      *         (WHEN dievaluasi berurutan)
                EVALUATE TRUE
                    WHEN baris-input > dtl-count
                        DISPLAY "Baris tidak sah / sisa habis"
                    WHEN DTL-SISA (baris-input) <= 0
                        DISPLAY "Baris tidak sah / sisa habis"
                    WHEN OTHER
                        DISPLAY "Qty dikembalikan          : "
                        ACCEPT qty-input
                        IF qty-input = 0 OR
                           qty-input > DTL-SISA (baris-input)
                            DISPLAY "Qty melebihi sisa ",
                                    DTL-SISA (baris-input), ", dilewati"
                        ELSE
                            ADD qty-input TO DTL-REF (baris-input)
                            SUBTRACT qty-input
                                FROM DTL-SISA (baris-input)
                        END-IF
                END-EVALUATE
            END-IF.

       AMBIL-SEMUA-SISA.
            COMPUTE ref-uang = ref-gross - ref-disc + ref-tax.

       TULIS-JURNAL-PEMBALIK.
            ACCEPT ws-time FROM TIME.
            PERFORM BACA-OUTLET.
            MOVE SPACES        TO JURNAL-RECORD.
            MOVE struk-input   TO JR-RECEIPT-NO.
            MOVE "V"           TO JR-REC-TYPE.
            MOVE 0             TO JR-PAY-V.
            MOVE 0             TO JR-PAY-A.
            MOVE 0             TO JR-AKUN.
      *     tip tidak ikut dibalik -- sudah menjadi hak karyawan
            MOVE 0             TO JR-TIP-C.
            MOVE 0             TO JR-TIP-Q.
            MOVE 0             TO JR-TIP-T.
            MOVE 0             TO JR-PAY-D.
            MOVE 0             TO JR-PAY-P.
            MOVE asal-kanal    TO JR-KANAL.
            MOVE asal-plat-id  TO JR-PLAT-ID.
            MOVE WS-OUTLET     TO JR-OUTLET.
      *     pesanan platform dibatalkan lewat platform: piutang
      *     platformnya yang dibalik, bukan uang laci
            EVALUATE asal-tender
                WHEN "Q" COMPUTE JR-PAY-Q = 0 - ref-uang
                WHEN "T" COMPUTE JR-PAY-T = 0 - ref-uang
                WHEN "P" COMPUTE JR-PAY-P = 0 - ref-uang
                WHEN OTHER COMPUTE JR-PAY-C = 0 - ref-uang
            END-EVALUATE.
            OPEN EXTEND SALES-JOURNAL.
                MOVE ws-date            TO JD-DATE
                MOVE ws-time            TO JD-TIME
                MOVE asal-reg           TO JD-REG
                MOVE WS-OUTLET          TO JD-OUTLET
                MOVE DTL-SIZE (dtl-idx) TO JD-SIZE
                MOVE DTL-MODS (dtl-idx) TO JD-MODS
                WRITE JRNLD-RECORD

           COPY BDATEGET.

           COPY OUTLGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
