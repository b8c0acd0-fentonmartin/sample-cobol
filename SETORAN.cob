       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETORAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY KTGSEL.
           SELECT SETORAN-REPORT ASSIGN TO "SETORAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY KTGFD.

       FD SETORAN-REPORT.
       01 SETORAN-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY KTGWS.
       COPY TAMBAH.
       77 mode-input    pic X(01).
           88 mode-konfirmasi value "K", "k".
           88 mode-laporan    value "L", "l".
       77 no-input      pic 9(06).
       77 tgl-input     pic 9(08).
       77 jumlah-input  pic 9(08).
      *    batas kredit bank: kantong harus masuk rekening paling
      *    lambat N hari kerja sesudah tanggal kantongnya dibuat
       77 batas-hari    pic 9(03) value 2.
       77 batas-tgl     pic 9(08).
       77 kb-count      pic 9(04) value 0.
       77 kb-idx        pic 9(04) comp.
       77 kb-pos        pic 9(04) value 0.
       77 kb-cari       pic 9(06).
       77 selisih       pic S9(09).
       77 konf-count    pic 9(03) value 0.
       77 tlb-count     pic 9(04) value 0.
       77 tlb-total     pic 9(09) value 0.
       77 krg-count     pic 9(04) value 0.
       77 krg-total     pic 9(09) value 0.
       77 jln-count     pic 9(04) value 0.
       77 jln-total     pic 9(09) value 0.
       77 ws-status-kt  pic X(10).

      *-----------------------
      * antarmuka HARIUTIL: 'V' tanggal sah?, 'K' tambah hari kerja
      *-----------------------
       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * semua kantong dimuat: record "T" terakhir per nomor memberi
      * tanggal/register/asal/jumlah, record "K" dijumlahkan sebagai
      * kredit bank (tanggal kredit terakhir yang disimpan)
      *-----------------------
       01 KB-TABEL.
           05 KB-ENTRY OCCURS 2000 TIMES.
               10 KB-NO         PIC 9(06).
               10 KB-TGL        PIC 9(08).
               10 KB-REG        PIC 9(02).
               10 KB-ASAL       PIC X(01).
               10 KB-AMOUNT     PIC 9(08).
               10 KB-KREDIT     PIC 9(09).
               10 KB-TGL-KREDIT PIC 9(08).

       01 RPT-HEADER-LINE.
           02 FILLER  PIC X(31) VALUE "=== SETORAN BANK BELUM BERES - ".
           02 RSH-TGL PIC 9(08).
           02 FILLER  PIC X(04) VALUE " ===".
           02 FILLER  PIC X(57) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER PIC X(08) VALUE "Kantong ".
           02 FILLER PIC X(10) VALUE "Tgl setor ".
           02 FILLER PIC X(04) VALUE "Rg  ".
           02 FILLER PIC X(06) VALUE "Asal  ".
           02 FILLER PIC X(11) VALUE "   Jumlah  ".
           02 FILLER PIC X(10) VALUE "Batas     ".
           02 FILLER PIC X(11) VALUE "   Kredit  ".
           02 FILLER PIC X(11) VALUE "  Selisih  ".
           02 FILLER PIC X(06) VALUE "Status".
           02 FILLER PIC X(23) VALUE SPACES.

       01 RPT-KANTONG-LINE.
           02 RS-NO      PIC 9(06).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-TGL     PIC 9(08).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-REG     PIC Z9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-ASAL    PIC X(06).
           02 RS-AMOUNT  PIC Z(8)9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-BATAS   PIC 9(08).
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-KREDIT  PIC Z(8)9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-SELISIH PIC -(8)9.
           02 FILLER     PIC X(02) VALUE SPACES.
           02 RS-STATUS  PIC X(10).
           02 FILLER     PIC X(19) VALUE SPACES.

      *    kontrak layout untuk LAPPAGI: teks tetap di kolom 1-11,
      *    29-38 dan 56-67 -- jaga tetap sinkron
       01 RPT-RINGKAS-LINE.
           02 FILLER   PIC X(11) VALUE "Terlambat: ".
           02 RR-TLB-N PIC ZZZ9.
           02 FILLER   PIC X(04) VALUE " Rp ".
           02 RR-TLB   PIC Z(8)9.
           02 FILLER   PIC X(10) VALUE "  Kurang: ".
           02 RR-KRG-N PIC ZZZ9.
           02 FILLER   PIC X(04) VALUE " Rp ".
           02 RR-KRG   PIC Z(8)9.
           02 FILLER   PIC X(12) VALUE "  Di jalan: ".
           02 RR-JLN-N PIC ZZZ9.
           02 FILLER   PIC X(04) VALUE " Rp ".
           02 RR-JLN   PIC Z(8)9.
           02 FILLER   PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "SETORAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            PERFORM MUAT-KANTONG.
            DISPLAY "=== KANTONG SETORAN BANK ===".
            DISPLAY "Mode (K)onfirmasi kredit bank / (L)aporan ",
                    "setoran belum beres : ".
            ACCEPT mode-input.
            EVALUATE TRUE
                WHEN mode-konfirmasi
                    MOVE 0 TO konf-count
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM KONFIRMASI-SATU UNTIL TIDAK
                    DISPLAY konf-count, " kredit bank dicatat"
                WHEN mode-laporan
                    PERFORM LAPORAN-SETORAN
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            MOVE "SETORAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * MUAT REGISTER KANTONG
      *-----------------------
       MUAT-KANTONG.
            MOVE 0 TO kb-count.
            OPEN INPUT KANTONG-FILE.
            IF WS-KTG-STATUS = "00"
                PERFORM AMBIL-BARIS-KANTONG
                    UNTIL WS-KTG-STATUS NOT = "00"
                CLOSE KANTONG-FILE
            ELSE
                DISPLAY "Register kantong (KANTONG.txt) belum ada"
            END-IF.

       AMBIL-BARIS-KANTONG.
            READ KANTONG-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE KT-NO TO kb-cari
                    PERFORM CARI-KANTONG
                    IF kb-pos = 0
                        PERFORM TAMBAH-KANTONG
                    END-IF
                    IF kb-pos NOT = 0
                        PERFORM TERAPKAN-BARIS-KANTONG
                    END-IF
            END-READ.

       TAMBAH-KANTONG.
            IF kb-count >= 2000
                DISPLAY "Tabel kantong penuh, kantong ", KT-NO,
                        " dilewati"
            ELSE
                ADD 1 TO kb-count
                MOVE kb-count TO kb-pos
                MOVE KT-NO TO KB-NO (kb-pos)
                MOVE 0 TO KB-TGL (kb-pos)
                MOVE 0 TO KB-REG (kb-pos)
                MOVE SPACE TO KB-ASAL (kb-pos)
                MOVE 0 TO KB-AMOUNT (kb-pos)
                MOVE 0 TO KB-KREDIT (kb-pos)
                MOVE 0 TO KB-TGL-KREDIT (kb-pos)
            END-IF.

       TERAPKAN-BARIS-KANTONG.
            IF KT-JENIS = "K"
                ADD KT-AMOUNT TO KB-KREDIT (kb-pos)
                IF KT-TGL > KB-TGL-KREDIT (kb-pos)
                    MOVE KT-TGL TO KB-TGL-KREDIT (kb-pos)
                END-IF
            ELSE
                MOVE KT-TGL    TO KB-TGL (kb-pos)
                MOVE KT-REG    TO KB-REG (kb-pos)
                MOVE KT-ASAL   TO KB-ASAL (kb-pos)
                MOVE KT-AMOUNT TO KB-AMOUNT (kb-pos)
            END-IF.

       CARI-KANTONG.
            MOVE 0 TO kb-pos.
            PERFORM PERIKSA-KANTONG
                VARYING kb-idx FROM 1 BY 1
                UNTIL kb-idx > kb-count OR kb-pos NOT = 0.

       PERIKSA-KANTONG.
            IF KB-NO (kb-idx) = kb-cari
                MOVE kb-idx TO kb-pos
            END-IF.

      *-----------------------
      * KONFIRMASI - satu kredit bank dari rekening koran untuk satu
      * kantong; kantong yang kreditnya belum penuh boleh dikonfirmasi
      * lagi (bank mengkredit sisanya belakangan)
      *-----------------------
       KONFIRMASI-SATU.
            DISPLAY "No. kantong                   : ".
            ACCEPT no-input.
            MOVE no-input TO kb-cari.
            PERFORM CARI-KANTONG.
            EVALUATE TRUE
                WHEN kb-pos = 0
                    DISPLAY "Kantong ", no-input, " tidak terdaftar"
                WHEN KB-AMOUNT (kb-pos) = 0
                    DISPLAY "Kantong ", no-input, " sudah dibatalkan ",
                            "(jumlah 0)"
                WHEN KB-KREDIT (kb-pos) >= KB-AMOUNT (kb-pos)
                    DISPLAY "Kantong ", no-input, " sudah dikredit ",
                            "penuh tanggal ", KB-TGL-KREDIT (kb-pos)
                WHEN OTHER
                    PERFORM CATAT-KREDIT
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       CATAT-KREDIT.
            DISPLAY "Kantong ", KB-NO (kb-pos), " tanggal ",
                    KB-TGL (kb-pos), " register ", KB-REG (kb-pos),
                    " Rp ", KB-AMOUNT (kb-pos).
            IF KB-KREDIT (kb-pos) > 0
                DISPLAY "Sudah dikredit sebelumnya Rp ",
                        KB-KREDIT (kb-pos)
            END-IF.
            DISPLAY "Tanggal kredit bank (YYYYMMDD): ".
            ACCEPT tgl-input.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-input TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid NOT = "Y" OR tgl-input < KB-TGL (kb-pos)
                DISPLAY "Tanggal kredit tidak sah: ", tgl-input
            ELSE
                DISPLAY "Jumlah dikreditkan (Rp)       : "
                ACCEPT jumlah-input
                IF jumlah-input = 0
                    DISPLAY "Jumlah 0, tidak dicatat"
                ELSE
                    PERFORM TULIS-KREDIT
                END-IF
            END-IF.

       TULIS-KREDIT.
            OPEN INPUT KANTONG-FILE.
            IF WS-KTG-STATUS = "00"
                CLOSE KANTONG-FILE
                OPEN EXTEND KANTONG-FILE
            ELSE
                OPEN OUTPUT KANTONG-FILE
            END-IF.
            MOVE SPACES           TO KANTONG-RECORD.
            MOVE "K"              TO KT-JENIS.
            MOVE KB-NO (kb-pos)   TO KT-NO.
            MOVE tgl-input        TO KT-TGL.
            ACCEPT KT-TIME FROM TIME.
            MOVE KB-REG (kb-pos)  TO KT-REG.
            MOVE KB-ASAL (kb-pos) TO KT-ASAL.
            MOVE jumlah-input     TO KT-AMOUNT.
            MOVE WS-SESI-ID       TO KT-OPER.
            MOVE ws-tgl           TO KT-TGL-CATAT.
            WRITE KANTONG-RECORD.
            IF WS-KTG-STATUS NOT = "00"
                DISPLAY "Gagal mencatat kredit bank, status ",
                        WS-KTG-STATUS
                MOVE 1 TO RETURN-CODE
            ELSE
                ADD 1 TO konf-count
                PERFORM TERAPKAN-BARIS-KANTONG
                COMPUTE selisih = KB-KREDIT (kb-pos)
                                - KB-AMOUNT (kb-pos)
                EVALUATE TRUE
                    WHEN selisih = 0
                        DISPLAY "Kantong ", KB-NO (kb-pos),
                                " dikredit penuh"
                    WHEN selisih < 0
                        DISPLAY "KURANG Rp ", selisih,
                                " - kantong tetap terbuka"
                    WHEN OTHER
                        DISPLAY "LEBIH Rp ", selisih,
                                " - periksa rekening koran"
                END-EVALUATE
            END-IF.
            CLOSE KANTONG-FILE.

      *-----------------------
      * LAPORAN SETORAN BELUM BERES - kantong yang belum dikredit
      * (DI JALAN, atau TERLAMBAT bila batas batas-hari hari kerja
      * sudah lewat pada tanggal usaha) dan kantong yang kreditnya
      * tidak sama dengan isinya (KURANG / LEBIH); kantong yang
      * sudah dikredit pas tidak ditampilkan
      *-----------------------
       LAPORAN-SETORAN.
            MOVE 0 TO tlb-count.
            MOVE 0 TO tlb-total.
            MOVE 0 TO krg-count.
            MOVE 0 TO krg-total.
            MOVE 0 TO jln-count.
            MOVE 0 TO jln-total.
            OPEN INPUT SETORAN-REPORT.
            IF ws-rpt-status = "00"
                CLOSE SETORAN-REPORT
                OPEN EXTEND SETORAN-REPORT
            ELSE
                OPEN OUTPUT SETORAN-REPORT
            END-IF.
            MOVE ws-tgl TO RSH-TGL.
            MOVE RPT-HEADER-LINE TO SETORAN-RECORD.
            WRITE SETORAN-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis SETORAN.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            MOVE RPT-KOLOM-LINE TO SETORAN-RECORD.
            WRITE SETORAN-RECORD.
            PERFORM NILAI-KANTONG
                VARYING kb-idx FROM 1 BY 1
                UNTIL kb-idx > kb-count.
            MOVE tlb-count TO RR-TLB-N.
            MOVE tlb-total TO RR-TLB.
            MOVE krg-count TO RR-KRG-N.
            MOVE krg-total TO RR-KRG.
            MOVE jln-count TO RR-JLN-N.
            MOVE jln-total TO RR-JLN.
            MOVE RPT-RINGKAS-LINE TO SETORAN-RECORD.
            WRITE SETORAN-RECORD.
            CLOSE SETORAN-REPORT.
            DISPLAY RPT-RINGKAS-LINE.
            IF tlb-count > 0 OR krg-count > 0
                DISPLAY "PERHATIAN: ada setoran terlambat / kurang, ",
                        "lihat SETORAN.txt"
            END-IF.

       NILAI-KANTONG.
            MOVE SPACES TO ws-status-kt.
            IF KB-AMOUNT (kb-idx) > 0
                PERFORM HITUNG-BATAS-KREDIT
                COMPUTE selisih = KB-KREDIT (kb-idx)
                                - KB-AMOUNT (kb-idx)
                EVALUATE TRUE
                    WHEN KB-KREDIT (kb-idx) = 0
                        IF ws-tgl > batas-tgl
                            MOVE "TERLAMBAT" TO ws-status-kt
                            ADD 1 TO tlb-count
                            ADD KB-AMOUNT (kb-idx) TO tlb-total
                        ELSE
                            MOVE "DI JALAN" TO ws-status-kt
                            ADD 1 TO jln-count
                            ADD KB-AMOUNT (kb-idx) TO jln-total
                        END-IF
                    WHEN selisih < 0
                        MOVE "KURANG" TO ws-status-kt
                        ADD 1 TO krg-count
                        SUBTRACT selisih FROM krg-total
                    WHEN selisih > 0
                        MOVE "LEBIH" TO ws-status-kt
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.
            IF ws-status-kt NOT = SPACES
                PERFORM TULIS-BARIS-KANTONG
            END-IF.

       HITUNG-BATAS-KREDIT.
            MOVE "K" TO hu-fungsi.
            MOVE KB-TGL (kb-idx) TO hu-tgl.
            MOVE batas-hari TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y"
                MOVE hu-tgl-hasil TO batas-tgl
            ELSE
                MOVE KB-TGL (kb-idx) TO batas-tgl
            END-IF.

       TULIS-BARIS-KANTONG.
            MOVE KB-NO (kb-idx)     TO RS-NO.
            MOVE KB-TGL (kb-idx)    TO RS-TGL.
            MOVE KB-REG (kb-idx)    TO RS-REG.
            IF KB-ASAL (kb-idx) = "D"
                MOVE "Drop"  TO RS-ASAL
            ELSE
                MOVE "Recon" TO RS-ASAL
            END-IF.
            MOVE KB-AMOUNT (kb-idx) TO RS-AMOUNT.
            MOVE batas-tgl          TO RS-BATAS.
            MOVE KB-KREDIT (kb-idx) TO RS-KREDIT.
            MOVE selisih            TO RS-SELISIH.
            MOVE ws-status-kt       TO RS-STATUS.
            MOVE RPT-KANTONG-LINE TO SETORAN-RECORD.
            WRITE SETORAN-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
