           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           02 CT-LAST   PIC 9(06).

       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(250).

           COPY BDATEFD.


           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status pic X(02).
       77 ws-ct-status pic X(02).
       77 ws-kp-status pic X(02).
       77 bulan-input  pic 9(06).
       77 bulan-otomatis pic X value "N".
       77 arsip-count  pic 9(06) value 0.
       77 verif-count  pic 9(06) value 0.
       77 arsip-awal   pic 9(06) value 0.
       77 detail-count pic 9(06) value 0.
       77 tot-uang     pic S9(09) value 0.
       77 tot-bayar    pic S9(09) value 0.
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-ARSIP.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== TUTUP BULAN JURNAL PENJUALAN ===".
            DISPLAY "Bulan yang ditutup (YYYYMM, 0 = bulan lalu) : ".
            ACCEPT bulan-input.
      *     0 = bulan sebelum bulan tanggal usaha (rantai malam akhir
      *     bulan); Januari mundur ke Desember tahun sebelumnya
            IF bulan-input = 0
                MOVE "Y" TO bulan-otomatis
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
                SUBTRACT 1 FROM bulan-input
                IF bulan-input (5:2) = "00"
                    SUBTRACT 88 FROM bulan-input
                END-IF
            END-IF.
            PERFORM PERIKSA-SUDAH-DITUTUP.
            MOVE "B"         TO WS-PRD-JENIS.
            MOVE bulan-input TO WS-PRD-KUNCI.
            PERFORM CEK-PERIODE.
            EVALUATE TRUE
                WHEN bulan-input NOT < WS-TGL-USAHA (1:6)
                    DISPLAY "Bulan ", bulan-input, " belum lewat ",
                            "(tanggal usaha ", WS-TGL-USAHA,
                            "), tidak boleh ditutup"
                    MOVE 1 TO RETURN-CODE
                WHEN NOT WS-PRD-BUKA
                    DISPLAY "Bulan ", bulan-input, " sudah pernah ",
                            "ditutup, tidak diulang"
      *             rantai malam: bulan yang sudah ditutup dari MENU
      *             bukan kegagalan
                    IF bulan-otomatis = "N"
                        MOVE 1 TO RETURN-CODE
                    END-IF
                WHEN bulan-sudah-ditutup AND WS-PRD-ADA = "N"
                    PERFORM KUNCI-PERIODE
                    DISPLAY "Bulan ", bulan-input, " sudah ditutup ",
                            "sebelumnya; status periode dicatat"
                WHEN OTHER
                    IF bulan-sudah-ditutup
                        DISPLAY "Bulan ", bulan-input, " dibuka ",
                                "ulang; posting susulan ikut ditutup"
                    END-IF
                    PERFORM TUTUP-BULAN
            END-EVALUATE.
            MOVE "ARSIPJRN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * TUTUP BULAN - arsip, verifikasi, angka kontrol, pangkas,
      * lalu periode dikunci.  Bulan yang dibuka ulang lewat
      * PERIODE ditutup lagi dengan cara yang sama: record yang
      * masih di jurnal hidup hanya posting susulan, dan angka
      * kontrolnya menjadi baris JRNLCTL tambahan
      *-----------------------
       TUTUP-BULAN.
            MOVE 0 TO arsip-awal.
            IF bulan-sudah-ditutup
                PERFORM HITUNG-ARSIP-AWAL
            END-IF.
            PERFORM ARSIPKAN-BULAN.
            IF arsip-count = 0
                DISPLAY "Tidak ada record bulan ", bulan-input,
                        " di jurnal, tidak ada yang ditutup"
                IF bulan-sudah-ditutup
                    PERFORM KUNCI-PERIODE
                END-IF
            ELSE
                PERFORM VERIFIKASI-ARSIP
                IF arsip-gagal
                    DISPLAY "Arsip tidak cocok dengan jumlah ",
                            "record, jurnal TIDAK dipangkas"
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM TULIS-CONTROL
                    PERFORM PANGKAS-JURNAL
                    PERFORM ARSIPKAN-DETAIL
                    PERFORM KUNCI-PERIODE
                    PERFORM TAMPILKAN-RINGKASAN
                END-IF
            END-IF.

       KUNCI-PERIODE.
            MOVE "B"         TO WS-PRD-JENIS.
            MOVE bulan-input TO WS-PRD-KUNCI.
            MOVE "C"         TO WS-PRD-BARU.
            PERFORM CATAT-PERIODE.

       INIT-ARSIP.
            MOVE 0   TO arsip-count.
            MOVE 0   TO verif-count.
                    UNTIL WS-AR-STATUS NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.
            IF verif-count NOT = arsip-awal + arsip-count
                MOVE "Y" TO ws-gagal
            END-IF.

      *    bulan yang dibuka ulang sudah punya record di arsip dari
      *    penutupan pertama; yang diverifikasi hanya tambahannya
       HITUNG-ARSIP-AWAL.
            MOVE 0 TO verif-count.
            OPEN INPUT ARSIP-JOURNAL.
            IF WS-AR-STATUS = "00"
                PERFORM HITUNG-BARIS-ARSIP
                    UNTIL WS-AR-STATUS NOT = "00"
                CLOSE ARSIP-JOURNAL
            END-IF.
            MOVE verif-count TO arsip-awal.

       HITUNG-BARIS-ARSIP.
            READ ARSIP-JOURNAL
                AT END CONTINUE
            DISPLAY "  Struk pertama/terakhir: ", first-rcpt,
                    " / ", last-rcpt.
            DISPLAY "Angka kontrol tercatat di JRNLCTL.txt".
            DISPLAY "Periode ", bulan-input, " dikunci di PERIODE.txt".

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY PRDTULIS.
