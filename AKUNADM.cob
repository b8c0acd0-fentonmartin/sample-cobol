      *-----------------------
       FILE-CONTROL.
           COPY AKUNSEL.
           COPY AKPAYSEL.
           COPY JURNALSEL.
           SELECT ARSIP-JOURNAL ASSIGN TO "JURNALAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY AKUNFD.

           COPY AKPAYFD.

           COPY JURNALFD.


           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-ac-status  pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       77 no-input      pic 9(04).
       77 nama-input    pic X(15).
       77 limit-input   pic 9(08).
       77 bayar-input   pic 9(08).
       77 bulan-input   pic 9(06).
       77 akun-count    pic 9(05) value 0.
       77 akun-nama     pic X(15).
       77 akun-saldo    pic S9(08).
       77 ws-ac-buka    pic X value "N".
       77 baris-count   pic 9(04) value 0.
       77 beban-total   pic S9(09) value 0.
       77 bayar-total   pic S9(09) value 0.
       77 ws-found      pic X value "N".
           88 entri-ketemu value "Y".

       01 WS-PILIHAN PIC X.
           88 PILIH-TAMBAH  VALUE '1'.
           88 PILIH-UBAH    VALUE '2'.
            EVALUATE TRUE
                WHEN PILIH-TAMBAH  PERFORM TAMBAH-AKUN
                WHEN PILIH-UBAH    PERFORM UBAH-AKUN
                WHEN PILIH-BAYAR
                    MOVE WS-TGL-USAHA TO WS-PRD-TGL
                    MOVE "Y"          TO WS-PRD-ALIH
                    PERFORM UJI-TGL-POSTING
                    MOVE WS-TGL-USAHA TO ws-tgl
                    IF WS-PRD-BUKA
                        PERFORM TERIMA-PEMBAYARAN
                    END-IF
                WHEN PILIH-DAFTAR  PERFORM DAFTAR-AKUN
                WHEN PILIH-TAGIHAN PERFORM CETAK-TAGIHAN
                WHEN PILIH-KELUAR  CONTINUE
                WHEN OTHER         DISPLAY "Pilihan tidak dikenal"
            END-EVALUATE.

      *-----------------------
      * AKUN.txt berindeks nomor rekening: buka, ubah dan bayar
      * langsung membaca dan menulis satu record
      *-----------------------
       TAMBAH-AKUN.
            DISPLAY "No. rekening (4 angka)        : ".
            ACCEPT no-input.
            ACCEPT nama-input.
            DISPLAY "Plafon kredit (Rp)            : ".
            ACCEPT limit-input.
            PERFORM BUKA-AKUN-IO.
            IF ws-ac-status NOT = "00"
                DISPLAY "Berkas rekening tidak terbuka, status ",
                        ws-ac-status
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE SPACES      TO AKUN-RECORD
                MOVE no-input    TO AC-NO
                MOVE nama-input  TO AC-NAMA
                MOVE limit-input TO AC-LIMIT
                MOVE 0           TO AC-SALDO
                WRITE AKUN-RECORD
                    INVALID KEY
                        DISPLAY "Rekening ", no-input, " sudah ada"
                    NOT INVALID KEY
                        DISPLAY "Rekening dibuka, saldo 0"
                END-WRITE
                CLOSE AKUN-FILE
            END-IF.

      *    berkas yang belum ada dibuat kosong lebih dulu
       BUKA-AKUN-IO.
            OPEN I-O AKUN-FILE.
            IF ws-ac-status = "35"
                OPEN OUTPUT AKUN-FILE
                CLOSE AKUN-FILE
                OPEN I-O AKUN-FILE
            END-IF.

       UBAH-AKUN.
            ACCEPT nama-input.
            DISPLAY "Plafon baru (Rp)              : ".
            ACCEPT limit-input.
            PERFORM CARI-AKUN-IO.
            IF NOT entri-ketemu
                DISPLAY "Rekening ", no-input, " tidak ditemukan"
            ELSE
                MOVE nama-input  TO AC-NAMA
                MOVE limit-input TO AC-LIMIT
                PERFORM TULIS-ULANG-AKUN
                DISPLAY "Rekening diubah"
            END-IF.
            IF ws-ac-buka = "Y"
                CLOSE AKUN-FILE
            END-IF.

      *-----------------------
      * PEMBAYARAN - saldo turun dan pembayarannya dijurnal ke
            ACCEPT no-input.
            DISPLAY "Jumlah pembayaran (Rp)        : ".
            ACCEPT bayar-input.
            PERFORM CARI-AKUN-IO.
            IF NOT entri-ketemu
                DISPLAY "Rekening ", no-input, " tidak ditemukan"
            ELSE
                SUBTRACT bayar-input FROM AC-SALDO
                MOVE AC-SALDO TO akun-saldo
                PERFORM TULIS-ULANG-AKUN
                PERFORM TULIS-PEMBAYARAN
                DISPLAY "Pembayaran Rp ", bayar-input,
                        " diterima, saldo Rp ", akun-saldo
            END-IF.
            IF ws-ac-buka = "Y"
                CLOSE AKUN-FILE
            END-IF.

       TULIS-PEMBAYARAN.
            END-IF.
            CLOSE AKUNPAY-FILE.

      *    rekening no-input dibaca langsung lewat kuncinya dengan
      *    berkas terbuka I-O; pemanggil menutup berkasnya
       CARI-AKUN-IO.
            MOVE "N" TO ws-found.
            MOVE "N" TO ws-ac-buka.
            OPEN I-O AKUN-FILE.
            IF ws-ac-status = "00"
                MOVE "Y" TO ws-ac-buka
                MOVE no-input TO AC-NO
                READ AKUN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO ws-found
                END-READ
            END-IF.

       TULIS-ULANG-AKUN.
            REWRITE AKUN-RECORD
                INVALID KEY
                    DISPLAY "Gagal menyimpan rekening, status ",
                            ws-ac-status
                    MOVE 1 TO RETURN-CODE
            END-REWRITE.

       DAFTAR-AKUN.
            MOVE 0 TO akun-count.
            OPEN INPUT AKUN-FILE.
            IF ws-ac-status = "00"
                DISPLAY "NO   NAMA            PLAFON   SALDO"
                PERFORM TAMPILKAN-AKUN
                    UNTIL ws-ac-status NOT = "00"
                CLOSE AKUN-FILE
            END-IF.
            IF akun-count = 0
                DISPLAY "Belum ada rekening bon"
            END-IF.

       TAMPILKAN-AKUN.
            READ AKUN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO akun-count
                    DISPLAY AC-NO, " ", AC-NAMA, " ", AC-LIMIT, " ",
                            AC-SALDO
            END-READ.

      *-----------------------
      * TAGIHAN BULANAN - semua struk yang dibebankan ke rekening
            ACCEPT no-input.
            DISPLAY "Bulan tagihan (YYYYMM)        : ".
            ACCEPT bulan-input.
            PERFORM CARI-AKUN-IO.
            IF ws-ac-buka = "Y"
                CLOSE AKUN-FILE
            END-IF.
            IF NOT entri-ketemu
                DISPLAY "Rekening ", no-input, " tidak ditemukan"
            ELSE
                MOVE AC-NAMA  TO akun-nama
                MOVE AC-SALDO TO akun-saldo
                MOVE 0 TO baris-count
                MOVE 0 TO beban-total
                MOVE 0 TO bayar-total
                OPEN OUTPUT AKUN-REPORT
            END-IF.
            MOVE no-input TO RH-NO.
            MOVE akun-nama TO RH-NAMA.
            MOVE bulan-input TO RH-BULAN.
            MOVE RPT-HEADER-LINE TO AKUN-RPT-RECORD.
            WRITE AKUN-RPT-RECORD.
       TUTUP-LAPORAN.
            MOVE beban-total TO RS-BEBAN.
            MOVE bayar-total TO RS-BAYAR.
            MOVE akun-saldo TO RS-SALDO.
            MOVE RPT-SUMMARY-LINE TO AKUN-RPT-RECORD.
            WRITE AKUN-RPT-RECORD.
            CLOSE AKUN-REPORT.
           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
