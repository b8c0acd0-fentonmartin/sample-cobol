               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           COPY PAIDSEL.
           COPY KTGSEL.
           COPY KTNSEL.
           SELECT RECON-REPORT ASSIGN TO "RECON.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY PAIDFD.

           COPY KTGFD.

           COPY KTNFD.

       FD RECON-REPORT.
       01 RECON-RECORD PIC X(100).

       77 transfer-total pic S9(08) value 0.
       77 voucher-total  pic S9(08) value 0.
       77 akun-total     pic S9(08) value 0.
       77 dp-total       pic S9(08) value 0.
       77 platform-total pic S9(08) value 0.
       77 tip-tunai      pic S9(08) value 0.
       77 expected-cash  pic S9(08) value 0.
       77 drawer-count   pic S9(08) value 0.
       77 variance       pic S9(08) value 0.
       77 ksr-idx        pic 99 comp.
       COPY SESIWS.
       COPY AUDITWS.
       COPY KTGWS.
       COPY NOMORWS.

      *-----------------------
      * rekap per kasir: jumlah transaksi dan kas tunai yang
           02 RF-BESOK  PIC -(7)9.
           02 FILLER    PIC X(23) VALUE SPACES.

       01 RECON-KANTONG-LINE.
           02 FILLER    PIC X(20) VALUE "Kantong setoran no. ".
           02 RKT-NO    PIC 9(06).
           02 FILLER    PIC X(74) VALUE SPACES.

       01 RECON-KASIR-LINE.
           02 FILLER    PIC X(06) VALUE "Kasir ".
           02 RK-ID     PIC 9(04).
           02 FILLER    PIC X(07) VALUE " entri)".
           02 FILLER    PIC X(48) VALUE SPACES.

       01 RECON-TIP-LINE.
           02 FILLER    PIC X(32)
               VALUE "Tip tunai di laci         : Rp  ".
           02 RTP-TOTAL PIC -(7)9.
           02 FILLER    PIC X(60) VALUE SPACES.

       01 RECON-SUMMARY-LINE.
           02 FILLER    PIC X(18) VALUE "Kas seharusnya: Rp".
           02 RS-EXPECT PIC -(7)9.
            PERFORM BACA-JURNAL-HARI-INI.
            PERFORM BACA-PAIDOUT-HARI-INI.
      *     uang yang sudah keluar laci lewat paid-out/drop bukan
      *     selisih kasir -- dikurangkan dari kas seharusnya; tip
      *     tunai ada di laci sampai dibagikan lewat TIPPOOL
            COMPUTE expected-cash =
                opening-float + tunai-uang - tunai-bayar
                + tip-tunai - paidout-total.
            PERFORM MINTA-HITUNG-LACI.
            COMPUTE variance = drawer-count - expected-cash.
            PERFORM MINTA-SETORAN.
            COMPUTE float-baru = drawer-count - banked-amount.
            PERFORM CATAT-KANTONG-SETORAN.
            PERFORM TAMPILKAN-REKONSILIASI.
            PERFORM SIMPAN-REKONSILIASI.
            PERFORM SIMPAN-FLOAT-BESOK.
            MOVE 0 TO transfer-total.
            MOVE 0 TO voucher-total.
            MOVE 0 TO akun-total.
            MOVE 0 TO dp-total.
            MOVE 0 TO platform-total.
            MOVE 0 TO tip-tunai.
            MOVE 0 TO ksr-count.
            PERFORM KOSONGKAN-KASIR
                VARYING ksr-idx FROM 1 BY 1 UNTIL ksr-idx > 10.
                IF JR-PAY-A IS NUMERIC
                    ADD JR-PAY-A TO akun-total
                END-IF
                IF JR-PAY-D IS NUMERIC
                    ADD JR-PAY-D TO dp-total
                END-IF
                IF JR-PAY-P IS NUMERIC
                    ADD JR-PAY-P TO platform-total
                END-IF
            ELSE
                EVALUATE JR-TENDER
                    WHEN "Q"
                        ADD JR-BAYAR TO tunai-bayar
                END-EVALUATE
            END-IF.
            IF JR-TIP-C IS NUMERIC
                ADD JR-TIP-C TO tip-tunai
            END-IF.

      *-----------------------
      * REKAP PER KASIR - transaksi dihitung semua, kas hanya dari
                            + JR-UANG - JR-BAYAR
                    END-IF
                END-IF
                IF JR-TIP-C IS NUMERIC
                    ADD JR-TIP-C TO KSR-KAS (ksr-idx)
                END-IF
            END-IF.

      *-----------------------
            DISPLAY "Uang disetor ke bank (Rp)      : ".
            ACCEPT banked-amount.

      *-----------------------
      * KANTONG SETORAN - uang yang disetor malam ini masuk satu
      * kantong bernomor di KANTONG.txt (di jalan ke bank sampai
      * dikonfirmasi SETORAN).  Rekonsiliasi ulang register yang
      * sama pada tanggal yang sama memakai nomor kantong yang sama
      * dan jumlah barunya menggantikan yang lama
      *-----------------------
       CATAT-KANTONG-SETORAN.
            MOVE 0 TO WS-KTG-NO.
            OPEN INPUT KANTONG-FILE.
            IF WS-KTG-STATUS = "00"
                PERFORM CARI-KANTONG-LAMA
                    UNTIL WS-KTG-STATUS NOT = "00"
                CLOSE KANTONG-FILE
            END-IF.
            IF banked-amount > 0 OR WS-KTG-NO NOT = 0
                MOVE register-input TO WS-KTG-REG
                MOVE "R"            TO WS-KTG-ASAL
                IF banked-amount > 0
                    MOVE banked-amount TO WS-KTG-AMOUNT
                ELSE
                    MOVE 0 TO WS-KTG-AMOUNT
                END-IF
                PERFORM CATAT-KANTONG
            END-IF.

       CARI-KANTONG-LAMA.
            READ KANTONG-FILE
                AT END CONTINUE
                NOT AT END
                    IF KT-JENIS = "T" AND KT-ASAL = "R"
                       AND KT-TGL = ws-tgl AND KT-REG = register-input
                        MOVE KT-NO TO WS-KTG-NO
                    END-IF
            END-READ.

      *-----------------------
      * MODAL AWAL / FLOAT
      *-----------------------
            DISPLAY "Transfer bank      : Rp ", transfer-total.
            DISPLAY "Voucher ditukar    : Rp ", voucher-total.
            DISPLAY "Rekening bon       : Rp ", akun-total.
            DISPLAY "Uang muka dipakai  : Rp ", dp-total.
            DISPLAY "Platform online    : Rp ", platform-total.
            DISPLAY "Tip tunai          : Rp ", tip-tunai.
            DISPLAY "Paid-out / drop    : Rp ", paidout-total.
            DISPLAY "Kas seharusnya     : Rp ", expected-cash.
            DISPLAY "Kas di laci        : Rp ", drawer-count.
                END-IF
            END-IF.
            DISPLAY "Disetor ke bank    : Rp ", banked-amount.
            IF WS-KTG-NO NOT = 0
                DISPLAY "Nomor kantong setor: ", WS-KTG-NO
            END-IF.
            DISPLAY "Modal awal besok   : Rp ", float-baru.
            DISPLAY "==============================".

            MOVE RECON-FLOAT-LINE TO RECON-RECORD.
            WRITE RECON-RECORD.

            IF WS-KTG-NO NOT = 0
                MOVE WS-KTG-NO TO RKT-NO
                MOVE RECON-KANTONG-LINE TO RECON-RECORD
                WRITE RECON-RECORD
            END-IF.

            PERFORM TULIS-BARIS-KASIR
                VARYING ksr-idx FROM 1 BY 1 UNTIL ksr-idx > ksr-count.

            PERFORM TULIS-BARIS-PAIDOUT-RPT.

            MOVE tip-tunai TO RTP-TOTAL.
            MOVE RECON-TIP-LINE TO RECON-RECORD.
            WRITE RECON-RECORD.

            MOVE expected-cash TO RS-EXPECT.
            MOVE drawer-count  TO RS-DRAWER.
           COPY SESIGET.

           COPY AUDITLOG.

           COPY KTGTULIS.

           COPY NOMORAMB.
