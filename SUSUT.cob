       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSUT.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SUSUTSEL.
           COPY BAHANSEL.
           COPY RESEPSEL.
           COPY OPNSEL.
           COPY LOTSEL.
           SELECT SUSUT-REPORT ASSIGN TO "LAPSUSUT.txt"
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
           COPY SUSUTFD.

           COPY BAHANFD.

           COPY RESEPFD.

           COPY OPNFD.

           COPY LOTFD.

       FD SUSUT-REPORT.
       01 SUSUT-RPT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-ss-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-aj-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY LOTWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       77 mode-input    pic X(01).
           88 mode-catat   value "C", "c".
           88 mode-laporan value "L", "l".
       77 jenis-input   pic X(01).
           88 jenis-bahan  value "B", "b".
           88 jenis-menu   value "M", "m".
       77 kode-input    pic X(04).
       77 menu-input    pic X(04).
       77 qty-input     pic 9(05).
       77 alasan-input  pic X(02).
       77 qty-susut     pic 9(07).
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 resep-count   pic 9(03) value 0.
       77 resep-idx     pic 9(03) comp.
       77 resep-hit     pic 9(03) value 0.
       77 alasan-idx    pic 9(02) comp.
       77 combo-count   pic 9(03) value 0.
       77 combo-idx     pic 9(03) comp.
       77 catat-count   pic 9(04) value 0.
       77 entri-count   pic 9(05) value 0.
       77 nilai-susut   pic 9(11) value 0.
       77 total-susut   pic 9(11) value 0.
       77 nilai-opname  pic 9(11) value 0.
       77 qty-bahan     pic 9(09) value 0.
       77 rp-bahan      pic 9(11) value 0.
       77 baris-bahan   pic 9(03) value 0.
       77 persen        pic 9(03) value 0.
       77 hari-akhir    pic 9(07) value 0.
       77 hari-rec      pic 9(07) value 0.
       77 cache-tgl     pic 9(08) value 0.
       77 cache-harinum pic 9(07) value 0.
       77 ws-found      pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-ubah       pic X value "N".
           88 ada-perubahan value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * kode alasan susut -- kode dua huruf yang boleh dipakai,
      * dengan total per alasan untuk laporan mingguan
      *-----------------------
       01 ALASAN-DATA.
           05 FILLER PIC X(16) VALUE "KDKedaluwarsa   ".
           05 FILLER PIC X(16) VALUE "TMTumpah/jatuh  ".
           05 FILLER PIC X(16) VALUE "BUBuat ulang    ".
           05 FILLER PIC X(16) VALUE "MSMinum staf    ".
           05 FILLER PIC X(16) VALUE "RSRusak/basi    ".
           05 FILLER PIC X(16) VALUE "CCCicip/contoh  ".
           05 FILLER PIC X(16) VALUE "LNLain-lain     ".
       01 ALASAN-TABEL REDEFINES ALASAN-DATA.
           05 ALASAN-ENTRY OCCURS 7 TIMES.
               10 AL-KODE  PIC X(02).
               10 AL-NAMA  PIC X(14).
       01 ALASAN-JUMLAH.
           05 ALJ-ENTRY OCCURS 7 TIMES.
               10 ALJ-ENTRI PIC 9(05).
               10 ALJ-RP    PIC 9(11).

      *    BHN-AWAL: stok saat dibaca, yang ditulis balik selisihnya
       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-SATUAN PIC X(03).
               10 BHN-ONHAND PIC S9(07).
               10 BHN-MIN    PIC 9(07).
               10 BHN-COST   PIC 9(06).
               10 BHN-LOT    PIC X(01).
               10 BHN-AWAL   PIC S9(07).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU  PIC X(04).
               10 RSP-BAHAN PIC X(04).
               10 RSP-QTY   PIC 9(05).

      *-----------------------
      * susut seminggu per bahan per alasan
      *-----------------------
       01 COMBO-TABEL.
           05 COMBO-ENTRY OCCURS 300 TIMES.
               10 CB-KODE   PIC X(04).
               10 CB-ALASAN PIC X(02).
               10 CB-QTY    PIC 9(09).
               10 CB-RP     PIC 9(11).

       01 RPT-HEADER-LINE.
           02 FILLER    PIC X(37) VALUE
               "=== SUSUT & BUANG BAHAN - 7 hari s/d ".
           02 RH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(51) VALUE SPACES.

       01 RPT-JUDUL-LINE.
           02 RJ-TEKS   PIC X(30).
           02 FILLER    PIC X(70) VALUE SPACES.

       01 RPT-ALASAN-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RA-KODE   PIC X(02).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RA-NAMA   PIC X(14).
           02 FILLER    PIC X(07) VALUE " entri ".
           02 RA-ENTRI  PIC ZZZ9.
           02 FILLER    PIC X(11) VALUE "  nilai Rp ".
           02 RA-RP     PIC Z(9)9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RA-PERSEN PIC ZZ9.
           02 FILLER    PIC X(01) VALUE "%".
           02 FILLER    PIC X(43) VALUE SPACES.

       01 RPT-BAHAN-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 RB-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RB-NAMA   PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RB-ALASAN PIC X(02).
           02 FILLER    PIC X(05) VALUE " qty ".
           02 RB-QTY    PIC Z(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RB-SATUAN PIC X(03).
           02 FILLER    PIC X(11) VALUE "  nilai Rp ".
           02 RB-RP     PIC Z(9)9.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 RPT-TOTAL-LINE.
           02 RT-LABEL  PIC X(40).
           02 RT-RP     PIC Z(9)9.
           02 FILLER    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "SUSUT" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO catat-count.
            MOVE "N" TO ws-ubah.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== SUSUT & BUANG BAHAN - ", ws-tgl, " ===".
            DISPLAY "Mode (C)atat susut / (L)aporan mingguan : ".
            ACCEPT mode-input.
            MOVE 0 TO bahan-count.
            IF mode-laporan
                PERFORM MUAT-BAHAN
            END-IF.
            IF mode-catat
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN mode-catat
                    PERFORM MUAT-RESEP
                    PERFORM MULAI-LOT
                    PERFORM BUKA-JURNAL-SUSUT
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM CATAT-SATU UNTIL TIDAK
                    CLOSE SUSUT-FILE
                    IF ada-perubahan
                        PERFORM SIMPAN-BAHAN
                        PERFORM SIMPAN-LOT
                    END-IF
                    DISPLAY catat-count, " baris susut dicatat di ",
                            "SUSUT.txt"
                WHEN mode-laporan
                    PERFORM CETAK-LAPORAN-MINGGUAN
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            MOVE "SUSUT" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * SATU ENTRI - satu bahan, atau satu menu yang diledakkan
      * lewat resepnya (qty = jumlah porsi); stok buku bahan
      * langsung dikurangi (boleh sampai minus, seperti penjualan),
      * bahan mudah rusak dari lot yang paling dulu kedaluwarsa
      *-----------------------
       CATAT-SATU.
            DISPLAY "(B)ahan atau (M)enu          : ".
            ACCEPT jenis-input.
            DISPLAY "Kode (maks 4)                 : ".
            ACCEPT kode-input.
            IF jenis-menu
                DISPLAY "Jumlah porsi                  : "
            ELSE
                DISPLAY "Jumlah (satuan bahan)         : "
            END-IF.
            ACCEPT qty-input.
            DISPLAY "Alasan: KD kedaluwarsa, TM tumpah, BU buat ulang,".
            DISPLAY "        MS minum staf, RS rusak, CC cicip,".
            DISPLAY "        LN lain".
            DISPLAY "Kode alasan                   : ".
            ACCEPT alasan-input.
            PERFORM CARI-ALASAN.
            EVALUATE TRUE
                WHEN NOT sudah-ketemu
                    DISPLAY "Kode alasan ", alasan-input,
                            " tidak dikenal, entri dilewati"
                WHEN qty-input = 0
                    DISPLAY "Jumlah 0, entri dilewati"
                WHEN jenis-bahan
                    MOVE SPACES TO menu-input
                    MOVE qty-input TO qty-susut
                    PERFORM CATAT-SUSUT-BAHAN
                WHEN jenis-menu
                    PERFORM LEDAKKAN-MENU
                WHEN OTHER
                    DISPLAY "Pilih B atau M, entri dilewati"
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       CARI-ALASAN.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-ALASAN
                VARYING alasan-idx FROM 1 BY 1
                UNTIL alasan-idx > 7 OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM alasan-idx
            END-IF.

       COCOKKAN-ALASAN.
            IF AL-KODE (alasan-idx) = alasan-input
                MOVE "Y" TO ws-found
            END-IF.

       LEDAKKAN-MENU.
            MOVE kode-input TO menu-input.
            MOVE 0 TO resep-hit.
            PERFORM SUSUT-BARIS-RESEP
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.
            IF resep-hit = 0
                DISPLAY "Menu ", menu-input, " tidak punya resep di ",
                        "RESEP.txt, catat per bahan"
            END-IF.

       SUSUT-BARIS-RESEP.
            IF RSP-MENU (resep-idx) = menu-input
                ADD 1 TO resep-hit
                MOVE RSP-BAHAN (resep-idx) TO kode-input
                COMPUTE qty-susut = RSP-QTY (resep-idx) * qty-input
                PERFORM CATAT-SUSUT-BAHAN
            END-IF.

      *    kode-input, menu-input, qty-susut dan alasan-input diisi
       CATAT-SUSUT-BAHAN.
            PERFORM CARI-BAHAN.
            IF NOT sudah-ketemu
                DISPLAY "Bahan ", kode-input, " tidak ada di ",
                        "BAHAN.txt, tidak dicatat"
            ELSE
                SUBTRACT qty-susut FROM BHN-ONHAND (bahan-idx)
                MOVE "Y" TO ws-ubah
                IF BHN-LOT (bahan-idx) = "Y"
                    MOVE kode-input TO WS-LOT-KODE
                    MOVE qty-susut  TO WS-LOT-SISA
                    PERFORM PAKAI-LOT
                END-IF
                ACCEPT ws-time FROM TIME
                MOVE SPACES                TO SUSUT-RECORD
                MOVE ws-tgl                TO SS-DATE
                MOVE ws-time               TO SS-TIME
                MOVE WS-SESI-ID            TO SS-OPER
                MOVE kode-input            TO SS-KODE
                MOVE menu-input            TO SS-MENU
                MOVE qty-susut             TO SS-QTY
                MOVE BHN-COST (bahan-idx)  TO SS-COST
                MOVE alasan-input          TO SS-ALASAN
                WRITE SUSUT-RECORD
                IF ws-ss-status NOT = "00"
                    DISPLAY "Gagal menulis jurnal susut, status ",
                            ws-ss-status
                    MOVE 1 TO RETURN-CODE
                ELSE
                    ADD 1 TO catat-count
                    COMPUTE nilai-susut =
                        qty-susut * BHN-COST (bahan-idx)
                    DISPLAY "Susut ", kode-input, " ", qty-susut, " ",
                            BHN-SATUAN (bahan-idx), " (Rp ",
                            nilai-susut, "), stok sekarang ",
                            BHN-ONHAND (bahan-idx)
                END-IF
            END-IF.

       CARI-BAHAN.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM bahan-idx
            ELSE
                PERFORM BACA-BAHAN
            END-IF.

       COCOKKAN-BAHAN.
            IF BHN-KODE (bahan-idx) = kode-input
                MOVE "Y" TO ws-found
            END-IF.

       BUKA-JURNAL-SUSUT.
            OPEN INPUT SUSUT-FILE.
            IF ws-ss-status = "00"
                CLOSE SUSUT-FILE
                OPEN EXTEND SUSUT-FILE
            ELSE
                OPEN OUTPUT SUSUT-FILE
            END-IF.

      *-----------------------
      * BAHAN dan RESEP - resep dimuat ke tabel; bahan dibaca lewat
      * kodenya saat pertama disebut (laporan memuat seluruhnya) dan
      * hanya record yang tersentuh ditulis ulang sesudah entri
      * selesai
      *-----------------------
       MUAT-BAHAN.
            MOVE 0 TO bahan-count.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                PERFORM AMBIL-BARIS-BAHAN
                    UNTIL ws-bh-status NOT = "00"
                CLOSE BAHAN-FILE
            END-IF.

       AMBIL-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END CONTINUE
                NOT AT END PERFORM MASUKKAN-BAHAN
            END-READ.

       BACA-BAHAN.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                MOVE kode-input TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        PERFORM MASUKKAN-BAHAN
                        IF bahan-count > 0
                           AND BHN-KODE (bahan-count) = kode-input
                            MOVE bahan-count TO bahan-idx
                            MOVE "Y" TO ws-found
                        END-IF
                END-READ
                CLOSE BAHAN-FILE
            END-IF.

       MASUKKAN-BAHAN.
            IF bahan-count >= 100
                DISPLAY "Tabel bahan penuh, kode ", BH-KODE,
                        " dilewati"
            ELSE
                ADD 1 TO bahan-count
                MOVE BH-KODE    TO BHN-KODE (bahan-count)
                MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                MOVE BH-SATUAN  TO BHN-SATUAN (bahan-count)
                MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                MOVE BH-ONHAND  TO BHN-AWAL (bahan-count)
                MOVE BH-MINIMUM TO BHN-MIN (bahan-count)
                MOVE BH-COST    TO BHN-COST (bahan-count)
                MOVE BH-LOT     TO BHN-LOT (bahan-count)
            END-IF.

       MUAT-RESEP.
            MOVE 0 TO resep-count.
            OPEN INPUT RESEP-FILE.
            IF ws-re-status = "00"
                PERFORM AMBIL-BARIS-RESEP
                    UNTIL ws-re-status NOT = "00"
                CLOSE RESEP-FILE
            END-IF.

       AMBIL-BARIS-RESEP.
            READ RESEP-FILE
                AT END CONTINUE
                NOT AT END
                    IF resep-count >= 300
                        DISPLAY "Tabel resep penuh, baris dilewati"
                    ELSE
                        ADD 1 TO resep-count
                        MOVE RS-MENU  TO RSP-MENU (resep-count)
                        MOVE RS-BAHAN TO RSP-BAHAN (resep-count)
                        MOVE RS-QTY   TO RSP-QTY (resep-count)
                    END-IF
            END-READ.

       SIMPAN-BAHAN.
            OPEN I-O BAHAN-FILE.
            IF ws-bh-status NOT = "00"
                DISPLAY "Gagal menyimpan stok bahan, status ",
                        ws-bh-status
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM TULIS-BARIS-BAHAN
                    VARYING bahan-idx FROM 1 BY 1
                    UNTIL bahan-idx > bahan-count
                CLOSE BAHAN-FILE
            END-IF.

      *-----------------------
      * record dibaca ulang sebelum ditulis supaya penjualan kasir
      * yang terjadi sementara itu tidak tertimpa
      *-----------------------
       TULIS-BARIS-BAHAN.
            MOVE BHN-KODE (bahan-idx) TO BH-KODE.
            READ BAHAN-FILE
                INVALID KEY
                    DISPLAY "Bahan ", BH-KODE, " hilang dari ",
                            "BAHAN.txt, stok tidak diperbarui"
                    MOVE 1 TO RETURN-CODE
                NOT INVALID KEY
                    COMPUTE BH-ONHAND = BH-ONHAND
                        + BHN-ONHAND (bahan-idx) - BHN-AWAL (bahan-idx)
                    REWRITE BAHAN-RECORD
                        INVALID KEY
                            DISPLAY "Gagal menyimpan stok ", BH-KODE,
                                    ", status ", ws-bh-status
                            MOVE 1 TO RETURN-CODE
                    END-REWRITE
            END-READ.

      *-----------------------
      * LAPORAN MINGGUAN - LAPSUSUT.txt, tujuh hari sampai tanggal
      * usaha (angka hari HARIUTIL, aman melintasi akhir bulan):
      * nilai per alasan, qty dan nilai per bahan per alasan, lalu
      * kekurangan hasil opname pada minggu yang sama -- bagian
      * yang tetap tidak terjelaskan sesudah susut dicatat
      *-----------------------
       CETAK-LAPORAN-MINGGUAN.
            MOVE 0 TO combo-count.
            MOVE 0 TO entri-count.
            MOVE 0 TO total-susut.
            MOVE 0 TO nilai-opname.
            PERFORM KOSONGKAN-ALASAN
                VARYING alasan-idx FROM 1 BY 1 UNTIL alasan-idx > 7.
            MOVE ws-tgl TO hu-tgl.
            PERFORM AMBIL-HARINUM.
            MOVE hu-harinum TO hari-akhir.
            OPEN INPUT SUSUT-FILE.
            IF ws-ss-status = "00"
                PERFORM AMBIL-BARIS-SUSUT
                    UNTIL ws-ss-status NOT = "00"
                CLOSE SUSUT-FILE
            END-IF.
            OPEN INPUT ADJUST-FILE.
            IF ws-aj-status = "00"
                PERFORM AMBIL-BARIS-OPNAME
                    UNTIL ws-aj-status NOT = "00"
                CLOSE ADJUST-FILE
            END-IF.
            OPEN INPUT SUSUT-REPORT.
            IF ws-rpt-status = "00"
                CLOSE SUSUT-REPORT
                OPEN EXTEND SUSUT-REPORT
            ELSE
                OPEN OUTPUT SUSUT-REPORT
            END-IF.
            MOVE ws-tgl TO RH-TGL.
            MOVE RPT-HEADER-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE "Per alasan:" TO RJ-TEKS.
            MOVE RPT-JUDUL-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-ALASAN
                VARYING alasan-idx FROM 1 BY 1 UNTIL alasan-idx > 7.
            MOVE "Per bahan:" TO RJ-TEKS.
            MOVE RPT-JUDUL-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.
            MOVE "Total nilai susut tercatat          Rp "
                TO RT-LABEL.
            MOVE total-susut TO RT-RP.
            MOVE RPT-TOTAL-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE "Kurang opname tak terjelaskan       Rp "
                TO RT-LABEL.
            MOVE nilai-opname TO RT-RP.
            MOVE RPT-TOTAL-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            CLOSE SUSUT-REPORT.
            DISPLAY "Laporan susut ditulis ke LAPSUSUT.txt (",
                    entri-count, " entri)".

       KOSONGKAN-ALASAN.
            MOVE 0 TO ALJ-ENTRI (alasan-idx).
            MOVE 0 TO ALJ-RP (alasan-idx).

       AMBIL-HARINUM.
            IF hu-tgl = cache-tgl
                MOVE cache-harinum TO hu-harinum
            ELSE
                MOVE "H" TO hu-fungsi
                MOVE 0 TO hu-n
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                IF hu-valid NOT = "Y"
                    MOVE 0 TO hu-harinum
                END-IF
                MOVE hu-tgl     TO cache-tgl
                MOVE hu-harinum TO cache-harinum
            END-IF.

      *    hu-tgl diisi pemanggil; ws-found Y bila dalam tujuh hari
       UJI-JENDELA.
            MOVE "N" TO ws-found.
            PERFORM AMBIL-HARINUM.
            MOVE hu-harinum TO hari-rec.
            IF hari-rec > 0 AND hari-rec <= hari-akhir
                IF hari-akhir - hari-rec < 7
                    MOVE "Y" TO ws-found
                END-IF
            END-IF.

       AMBIL-BARIS-SUSUT.
            READ SUSUT-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE SS-DATE TO hu-tgl
                    PERFORM UJI-JENDELA
                    IF sudah-ketemu
                       AND SS-QTY IS NUMERIC AND SS-COST IS NUMERIC
                        PERFORM REKAP-SUSUT
                    END-IF
            END-READ.

       REKAP-SUSUT.
            ADD 1 TO entri-count.
            COMPUTE nilai-susut = SS-QTY * SS-COST.
            ADD nilai-susut TO total-susut.
            MOVE SS-ALASAN TO alasan-input.
            PERFORM CARI-ALASAN.
            IF NOT sudah-ketemu
                MOVE 7 TO alasan-idx
            END-IF.
            ADD 1 TO ALJ-ENTRI (alasan-idx).
            ADD nilai-susut TO ALJ-RP (alasan-idx).
            MOVE "N" TO ws-found.
            PERFORM CARI-COMBO
                VARYING combo-idx FROM 1 BY 1
                UNTIL combo-idx > combo-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM combo-idx
            ELSE
                IF combo-count >= 300
                    DISPLAY "Tabel susut per bahan penuh, ", SS-KODE,
                            " ", SS-ALASAN, " tidak dirinci"
                    MOVE 0 TO combo-idx
                ELSE
                    ADD 1 TO combo-count
                    MOVE combo-count TO combo-idx
                    MOVE SS-KODE TO CB-KODE (combo-idx)
                    MOVE AL-KODE (alasan-idx) TO CB-ALASAN (combo-idx)
                    MOVE 0 TO CB-QTY (combo-idx)
                    MOVE 0 TO CB-RP (combo-idx)
                END-IF
            END-IF.
            IF combo-idx > 0
                ADD SS-QTY TO CB-QTY (combo-idx)
                ADD nilai-susut TO CB-RP (combo-idx)
            END-IF.

       CARI-COMBO.
            IF CB-KODE (combo-idx) = SS-KODE
               AND CB-ALASAN (combo-idx) = AL-KODE (alasan-idx)
                MOVE "Y" TO ws-found
            END-IF.

      *    kekurangan opname dinilai dengan harga pokok bahan kini
       AMBIL-BARIS-OPNAME.
            READ ADJUST-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE AJ-DATE TO hu-tgl
                    PERFORM UJI-JENDELA
                    IF sudah-ketemu
                       AND AJ-BEFORE IS NUMERIC
                       AND AJ-AFTER IS NUMERIC
                       AND AJ-AFTER < AJ-BEFORE
                        MOVE AJ-KODE TO kode-input
                        PERFORM CARI-BAHAN
                        IF sudah-ketemu
                            COMPUTE nilai-opname = nilai-opname
                                + (AJ-BEFORE - AJ-AFTER)
                                  * BHN-COST (bahan-idx)
                        END-IF
                    END-IF
            END-READ.

       CETAK-ALASAN.
            MOVE AL-KODE (alasan-idx)   TO RA-KODE.
            MOVE AL-NAMA (alasan-idx)   TO RA-NAMA.
            MOVE ALJ-ENTRI (alasan-idx) TO RA-ENTRI.
            MOVE ALJ-RP (alasan-idx)    TO RA-RP.
            IF total-susut > 0
                COMPUTE persen ROUNDED =
                    ALJ-RP (alasan-idx) * 100 / total-susut
            ELSE
                MOVE 0 TO persen
            END-IF.
            MOVE persen TO RA-PERSEN.
            MOVE RPT-ALASAN-LINE TO SUSUT-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       CETAK-BAHAN.
            MOVE 0 TO baris-bahan.
            MOVE 0 TO qty-bahan.
            MOVE 0 TO rp-bahan.
            PERFORM CETAK-BAHAN-ALASAN
                VARYING alasan-idx FROM 1 BY 1 UNTIL alasan-idx > 7.
            IF baris-bahan > 1
                MOVE SPACES TO RB-KODE
                MOVE "  jumlah"  TO RB-NAMA
                MOVE SPACES TO RB-ALASAN
                MOVE qty-bahan   TO RB-QTY
                MOVE rp-bahan    TO RB-RP
                MOVE RPT-BAHAN-LINE TO SUSUT-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       CETAK-BAHAN-ALASAN.
            MOVE "N" TO ws-found.
            PERFORM CARI-COMBO-BAHAN
                VARYING combo-idx FROM 1 BY 1
                UNTIL combo-idx > combo-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM combo-idx
                ADD 1 TO baris-bahan
                ADD CB-QTY (combo-idx) TO qty-bahan
                ADD CB-RP (combo-idx)  TO rp-bahan
                MOVE BHN-KODE (bahan-idx)   TO RB-KODE
                MOVE BHN-NAMA (bahan-idx)   TO RB-NAMA
                MOVE AL-KODE (alasan-idx)   TO RB-ALASAN
                MOVE CB-QTY (combo-idx)     TO RB-QTY
                MOVE BHN-SATUAN (bahan-idx) TO RB-SATUAN
                MOVE CB-RP (combo-idx)      TO RB-RP
                MOVE RPT-BAHAN-LINE TO SUSUT-RPT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       CARI-COMBO-BAHAN.
            IF CB-KODE (combo-idx) = BHN-KODE (bahan-idx)
               AND CB-ALASAN (combo-idx) = AL-KODE (alasan-idx)
                MOVE "Y" TO ws-found
            END-IF.

       TULIS-BARIS-LAPORAN.
            WRITE SUSUT-RPT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis LAPSUSUT.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY SUSUT-RPT-RECORD.

           COPY LOTPAKAI.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
