       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETUR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY RETURSEL.
           COPY TRMSEL.
           COPY BAHANSEL.
           COPY SUPSEL.
           COPY LOTSEL.
           COPY CHGSEL.
           SELECT RETUR-DOC ASSIGN TO "RETURDOC.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY RETURFD.

           COPY TRMFD.

           COPY BAHANFD.

           COPY SUPFD.

           COPY LOTFD.

           COPY CHGFD.

       FD RETUR-DOC.
       01 RETUR-DOC-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-rt-status  pic X(02).
       77 ws-tr-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-su-status  pic X(02).
       77 ws-doc-status pic X(02).
       77 ws-tgl        pic 9(08).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY LOTWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       COPY NOMORWS.
       77 mode-input    pic X(01).
           88 mode-retur   value "R", "r".
           88 mode-kredit  value "K", "k".
           88 mode-laporan value "L", "l".
       77 po-input      pic 9(05).
       77 sup-input     pic 9(03).
       77 kode-input    pic X(04).
       77 pilih-input   pic 9(02).
       77 qty-input     pic 9(05).
       77 alasan-input  pic X(02).
       77 nokredit-input pic X(12).
       77 rp-input      pic 9(09).
       77 no-input      pic 9(05).
       77 rt-next       pic 9(05) value 0.
       77 rt-akhir      pic 9(05) value 0.
       77 rt-count      pic 9(04) value 0.
       77 rt-idx        pic 9(04) comp.
       77 trm-count     pic 9(02) value 0.
       77 trm-idx       pic 99 comp.
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 sup-count     pic 99 value 0.
       77 sup-idx       pic 99 comp.
       77 alasan-idx    pic 9(02) comp.
       77 retur-count   pic 9(03) value 0.
       77 buka-count    pic 9(03) value 0.
       77 pilih-count   pic 9(03) value 0.
       77 sudah-retur   pic 9(07) value 0.
       77 nilai-retur   pic 9(09) value 0.
       77 total-pilih   pic 9(09) value 0.
       77 total-buka    pic 9(11) value 0.
       77 cost-lama     pic 9(06) value 0.
       77 cost-baru     pic 9(06) value 0.
       77 ws-found      pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-alasan     pic X value "N".
           88 alasan-sah   value "Y".
       77 ws-selesai    pic X value "N".
           88 pilih-selesai value "Y".
       77 ws-ubah       pic X value "N".
           88 ada-perubahan value "Y".

      *-----------------------
      * kode alasan retur -- kode dua huruf yang boleh dipakai
      *-----------------------
       01 ALASAN-DATA.
           05 FILLER PIC X(16) VALUE "RSRusak/cacat   ".
           05 FILLER PIC X(16) VALUE "SLSalah kirim   ".
           05 FILLER PIC X(16) VALUE "KDKedaluwarsa   ".
           05 FILLER PIC X(16) VALUE "MTMutu kurang   ".
           05 FILLER PIC X(16) VALUE "LBLebih kirim   ".
           05 FILLER PIC X(16) VALUE "LNLain-lain     ".
       01 ALASAN-TABEL REDEFINES ALASAN-DATA.
           05 ALASAN-ENTRY OCCURS 6 TIMES.
               10 AL-KODE  PIC X(02).
               10 AL-NAMA  PIC X(14).

      *-----------------------
      * seluruh RETUR.txt dimuat ke tabel, retur baru ditambah dan
      * status kredit diubah di tabel, lalu berkas ditulis balik
      * utuh; RTT-PILIH menandai retur yang sedang dicocokkan ke
      * satu nota kredit
      *-----------------------
       01 RETUR-TABEL.
           05 RETUR-ENTRY OCCURS 1000 TIMES.
               10 RTT-NO         PIC 9(05).
               10 RTT-DATE       PIC 9(08).
               10 RTT-TIME       PIC 9(08).
               10 RTT-SUPPLIER   PIC 9(03).
               10 RTT-PO         PIC 9(05).
               10 RTT-KODE       PIC X(04).
               10 RTT-QTY        PIC 9(05).
               10 RTT-COST       PIC 9(06).
               10 RTT-TR-DATE    PIC 9(08).
               10 RTT-TR-TIME    PIC 9(08).
               10 RTT-NOTE       PIC X(10).
               10 RTT-LOT        PIC X(10).
               10 RTT-EXPIRY     PIC 9(08).
               10 RTT-ALASAN     PIC X(02).
               10 RTT-OPER       PIC 9(04).
               10 RTT-STATUS     PIC X(01).
               10 RTT-NOKREDIT   PIC X(12).
               10 RTT-TGL-KREDIT PIC 9(08).
               10 RTT-PILIH      PIC X(01).

      *-----------------------
      * baris TERIMA.txt untuk PO + bahan yang diretur; TRT-SISA
      * adalah qty yang masih boleh dikembalikan dari baris itu
      *-----------------------
       01 TRM-TABEL.
           05 TRM-ENTRY OCCURS 20 TIMES.
               10 TRT-DATE     PIC 9(08).
               10 TRT-TIME     PIC 9(08).
               10 TRT-SUPPLIER PIC 9(03).
               10 TRT-PO       PIC 9(05).
               10 TRT-QTY      PIC 9(05).
               10 TRT-COST     PIC 9(06).
               10 TRT-NOTE     PIC X(10).
               10 TRT-LOT      PIC X(10).
               10 TRT-EXPIRY   PIC 9(08).
               10 TRT-SISA     PIC 9(05).

      *-----------------------
      * bahan yang tersentuh run ini saja, dibaca lewat kodenya;
      * BHN-AWAL menyimpan stok saat dibaca sehingga yang ditulis
      * balik hanya selisihnya
      *-----------------------
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

       01 SUP-TABEL.
           05 SUP-ENTRY OCCURS 30 TIMES.
               10 SPT-ID     PIC 9(03).
               10 SPT-NAMA   PIC X(15).
               10 SPT-KONTAK PIC X(15).

      *-----------------------
      * NOTA RETUR - satu nota per retur, dibawa sopir pemasok
      * bersama barangnya dan ditandatangani saat serah terima
      *-----------------------
       01 DOC-HEADER-LINE.
           02 FILLER    PIC X(24) VALUE "=== NOTA RETUR BARANG # ".
           02 DN-NO     PIC 9(05).
           02 FILLER    PIC X(06) VALUE " tgl. ".
           02 DN-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(53) VALUE SPACES.

       01 DOC-SUP-LINE.
           02 FILLER    PIC X(16) VALUE "Kepada pemasok: ".
           02 DS-ID     PIC 9(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 DS-NAMA   PIC X(15).
           02 FILLER    PIC X(08) VALUE "  telp. ".
           02 DS-KONTAK PIC X(15).
           02 FILLER    PIC X(42) VALUE SPACES.

       01 DOC-ASAL-LINE.
           02 FILLER    PIC X(09) VALUE "Asal: PO ".
           02 DA-PO     PIC 9(05).
           02 FILLER    PIC X(14) VALUE "  surat jalan ".
           02 DA-NOTE   PIC X(10).
           02 FILLER    PIC X(11) VALUE "  diterima ".
           02 DA-TGL    PIC 9(08).
           02 FILLER    PIC X(43) VALUE SPACES.

       01 DOC-ITEM-LINE.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 DI-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 DI-NAMA   PIC X(12).
           02 FILLER    PIC X(06) VALUE "  qty ".
           02 DI-QTY    PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 DI-SATUAN PIC X(03).
           02 FILLER    PIC X(07) VALUE "  @ Rp ".
           02 DI-COST   PIC Z(5)9.
           02 FILLER    PIC X(11) VALUE "  nilai Rp ".
           02 DI-NILAI  PIC Z(8)9.
           02 FILLER    PIC X(33) VALUE SPACES.

       01 DOC-LOT-LINE.
           02 FILLER    PIC X(06) VALUE "  lot ".
           02 DL-LOT    PIC X(10).
           02 FILLER    PIC X(14) VALUE "  kedaluwarsa ".
           02 DL-EXPIRY PIC 9(08).
           02 FILLER    PIC X(62) VALUE SPACES.

       01 DOC-ALASAN-LINE.
           02 FILLER    PIC X(08) VALUE "Alasan: ".
           02 DR-KODE   PIC X(02).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 DR-NAMA   PIC X(14).
           02 FILLER    PIC X(75) VALUE SPACES.

       01 DOC-KREDIT-LINE.
           02 FILLER    PIC X(29) VALUE "Mohon nota kredit senilai Rp ".
           02 DK-NILAI  PIC Z(8)9.
           02 FILLER    PIC X(16) VALUE " atas retur ini.".
           02 FILLER    PIC X(46) VALUE SPACES.

       01 DOC-SERAH-LINE.
           02 FILLER    PIC X(25) VALUE "Diserahkan oleh operator ".
           02 DT-OPER   PIC 9(04).
           02 FILLER    PIC X(36) VALUE
               "  tanda tangan: ____________________".
           02 FILLER    PIC X(35) VALUE SPACES.

       01 DOC-TERIMA-LINE.
           02 FILLER    PIC X(45) VALUE
               "Diterima sopir pemasok, nama: _______________".
           02 FILLER    PIC X(36) VALUE
               "  tanda tangan: ____________________".
           02 FILLER    PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "RETUR" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO retur-count.
            MOVE "N" TO ws-ubah.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== RETUR BARANG KE PEMASOK - ", ws-tgl, " ===".
            DISPLAY "Mode (R)etur barang / nota (K)redit pemasok / ".
            DISPLAY "     (L)aporan kredit ditunggu : ".
            ACCEPT mode-input.
            PERFORM MUAT-RETUR.
            PERFORM MUAT-PEMASOK.
            IF mode-retur OR mode-kredit
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN mode-retur
                    MOVE 0 TO bahan-count
                    PERFORM MULAI-LOT
                    PERFORM BUKA-RETUR-DOC
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM RETUR-SATU UNTIL TIDAK
                    CLOSE RETUR-DOC
                    IF ada-perubahan
                        PERFORM SIMPAN-BAHAN
                        PERFORM SIMPAN-LOT
                        PERFORM SIMPAN-RETUR
                    END-IF
                    DISPLAY retur-count, " retur dicatat, nota di ",
                            "RETURDOC.txt"
                WHEN mode-kredit
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM TERIMA-NOTA-KREDIT UNTIL TIDAK
                    IF ada-perubahan
                        PERFORM SIMPAN-RETUR
                    END-IF
                WHEN mode-laporan
                    PERFORM DAFTAR-KREDIT-DITUNGGU
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            MOVE "RETUR" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * SATU RETUR - barang dikembalikan dari satu baris penerimaan
      * (PO + bahan, dipilih dari daftar TERIMA.txt); qty tidak
      * boleh melebihi yang diterima dikurangi retur sebelumnya dari
      * baris itu, dan tidak boleh melebihi stok buku.  Stok dan
      * lotnya dikurangi, harga pokok rata-rata dikoreksi, kredit
      * ditunggu dicatat dan nota retur dicetak.
      *-----------------------
       RETUR-SATU.
            MOVE 0 TO sup-input.
            DISPLAY "No. PO (0 = penerimaan tanpa PO)   : ".
            ACCEPT po-input.
            IF po-input = 0
                DISPLAY "ID pemasok (3 angka)               : "
                ACCEPT sup-input
            END-IF.
            DISPLAY "Kode bahan (maks 4)                : ".
            ACCEPT kode-input.
            PERFORM MUAT-BARIS-TERIMA.
            IF trm-count = 0
                DISPLAY "Tidak ada penerimaan ", kode-input,
                        " untuk PO/pemasok itu di TERIMA.txt"
            ELSE
                PERFORM TAMPILKAN-BARIS-TERIMA
                    VARYING trm-idx FROM 1 BY 1
                    UNTIL trm-idx > trm-count
                DISPLAY "Pilih baris penerimaan             : "
                ACCEPT pilih-input
                DISPLAY "Jumlah dikembalikan                : "
                ACCEPT qty-input
                DISPLAY "Alasan: RS rusak/cacat, SL salah kirim, "
                        "KD kedaluwarsa,"
                DISPLAY "        MT mutu kurang, LB lebih kirim, "
                        "LN lain"
                DISPLAY "Kode alasan                        : "
                ACCEPT alasan-input
                PERFORM CARI-ALASAN
                PERFORM CARI-BAHAN
                EVALUATE TRUE
                    WHEN pilih-input = 0 OR pilih-input > trm-count
                        DISPLAY "Pilihan baris tidak sah, retur ",
                                "dilewati"
                    WHEN NOT alasan-sah
                        DISPLAY "Kode alasan ", alasan-input,
                                " tidak dikenal, retur dilewati"
                    WHEN qty-input = 0
                        DISPLAY "Jumlah 0, retur dilewati"
                    WHEN qty-input > TRT-SISA (pilih-input)
                        DISPLAY "Baris itu hanya bisa diretur ",
                                TRT-SISA (pilih-input),
                                ", retur dilewati"
                    WHEN NOT sudah-ketemu
                        DISPLAY "Bahan ", kode-input, " tidak ada di ",
                                "BAHAN.txt, retur dilewati"
                    WHEN qty-input > BHN-ONHAND (bahan-idx)
                        DISPLAY "Stok buku ", kode-input, " hanya ",
                                BHN-ONHAND (bahan-idx),
                                ", retur dilewati"
                    WHEN rt-count >= 1000
                        DISPLAY "Tabel retur penuh, retur tidak ",
                                "dicatat"
                    WHEN OTHER
                        PERFORM NOMOR-RETUR-BERIKUT
                        IF rt-next = 0
                            DISPLAY "Nomor retur tidak dapat ",
                                    "ditarik, retur tidak dicatat"
                        ELSE
                            PERFORM CATAT-RETUR
                        END-IF
                END-EVALUATE
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       CARI-ALASAN.
            MOVE "N" TO ws-alasan.
            PERFORM COCOKKAN-ALASAN
                VARYING alasan-idx FROM 1 BY 1
                UNTIL alasan-idx > 6 OR alasan-sah.
            IF alasan-sah
                SUBTRACT 1 FROM alasan-idx
            END-IF.

       COCOKKAN-ALASAN.
            IF AL-KODE (alasan-idx) = alasan-input
                MOVE "Y" TO ws-alasan
            END-IF.

      *    po-input, sup-input (bila tanpa PO) dan kode-input diisi
       MUAT-BARIS-TERIMA.
            MOVE 0 TO trm-count.
            OPEN INPUT TERIMA-JOURNAL.
            IF ws-tr-status = "00"
                PERFORM AMBIL-BARIS-TERIMA
                    UNTIL ws-tr-status NOT = "00"
                CLOSE TERIMA-JOURNAL
            END-IF.

       AMBIL-BARIS-TERIMA.
            READ TERIMA-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF TR-PO = po-input AND TR-KODE = kode-input
                       AND (po-input NOT = 0
                            OR TR-SUPPLIER = sup-input)
                        PERFORM SIMPAN-BARIS-TERIMA
                    END-IF
            END-READ.

       SIMPAN-BARIS-TERIMA.
            IF trm-count >= 20
                DISPLAY "Lebih dari 20 penerimaan, baris jam ",
                        TR-TIME, " tgl. ", TR-DATE, " tidak ditampilkan"
            ELSE
                ADD 1 TO trm-count
                MOVE TR-DATE     TO TRT-DATE (trm-count)
                MOVE TR-TIME     TO TRT-TIME (trm-count)
                MOVE TR-SUPPLIER TO TRT-SUPPLIER (trm-count)
                MOVE TR-PO       TO TRT-PO (trm-count)
                MOVE TR-QTY      TO TRT-QTY (trm-count)
                MOVE TR-COST     TO TRT-COST (trm-count)
                MOVE TR-NOTE     TO TRT-NOTE (trm-count)
                MOVE TR-LOT      TO TRT-LOT (trm-count)
                MOVE TR-EXPIRY   TO TRT-EXPIRY (trm-count)
                MOVE 0 TO sudah-retur
                PERFORM JUMLAH-SUDAH-RETUR
                    VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > rt-count
                IF sudah-retur >= TR-QTY
                    MOVE 0 TO TRT-SISA (trm-count)
                ELSE
                    COMPUTE TRT-SISA (trm-count) = TR-QTY - sudah-retur
                END-IF
            END-IF.

       JUMLAH-SUDAH-RETUR.
            IF RTT-TR-DATE (rt-idx) = TR-DATE
               AND RTT-TR-TIME (rt-idx) = TR-TIME
               AND RTT-KODE (rt-idx) = TR-KODE
                ADD RTT-QTY (rt-idx) TO sudah-retur
            END-IF.

       TAMPILKAN-BARIS-TERIMA.
            DISPLAY trm-idx, ". ", TRT-DATE (trm-idx), " jam ",
                    TRT-TIME (trm-idx), " pemasok ",
                    TRT-SUPPLIER (trm-idx), " SJ ", TRT-NOTE (trm-idx),
                    " qty ", TRT-QTY (trm-idx), " @ Rp ",
                    TRT-COST (trm-idx), " sisa ", TRT-SISA (trm-idx),
                    " ", TRT-LOT (trm-idx).

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

      *    nomor retur ditarik dari seri RETUR lewat NOMORGEN; seri
      *    yang belum ada dibuka dari nomor tertinggi di RETUR.txt
       NOMOR-RETUR-BERIKUT.
            MOVE "RETUR" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE rt-akhir TO NM-AWAL
                MOVE 99999    TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO rt-next.
            IF NOMOR-OK
                MOVE NM-NOMOR TO rt-next
            END-IF.

      *    bahan-idx, alasan-idx sah; pilih-input baris penerimaan;
      *    nomor retur sudah di rt-next
       CATAT-RETUR.
            MOVE pilih-input TO trm-idx.
            PERFORM KURANGI-HARGA-POKOK.
            SUBTRACT qty-input FROM BHN-ONHAND (bahan-idx).
            IF BHN-LOT (bahan-idx) = "Y"
                PERFORM KURANGI-LOT
            END-IF.
            ACCEPT ws-time FROM TIME.
            ADD 1 TO rt-count.
            MOVE rt-next                 TO RTT-NO (rt-count).
            MOVE ws-tgl                  TO RTT-DATE (rt-count).
            MOVE ws-time                 TO RTT-TIME (rt-count).
            MOVE TRT-SUPPLIER (trm-idx)  TO RTT-SUPPLIER (rt-count).
            MOVE TRT-PO (trm-idx)        TO RTT-PO (rt-count).
            MOVE kode-input              TO RTT-KODE (rt-count).
            MOVE qty-input               TO RTT-QTY (rt-count).
            MOVE TRT-COST (trm-idx)      TO RTT-COST (rt-count).
            MOVE TRT-DATE (trm-idx)      TO RTT-TR-DATE (rt-count).
            MOVE TRT-TIME (trm-idx)      TO RTT-TR-TIME (rt-count).
            MOVE TRT-NOTE (trm-idx)      TO RTT-NOTE (rt-count).
            MOVE TRT-LOT (trm-idx)       TO RTT-LOT (rt-count).
            MOVE TRT-EXPIRY (trm-idx)    TO RTT-EXPIRY (rt-count).
            MOVE alasan-input            TO RTT-ALASAN (rt-count).
            MOVE WS-SESI-ID              TO RTT-OPER (rt-count).
            MOVE "K"                     TO RTT-STATUS (rt-count).
            MOVE SPACES                  TO RTT-NOKREDIT (rt-count).
            MOVE 0                       TO RTT-TGL-KREDIT (rt-count).
            MOVE SPACE                   TO RTT-PILIH (rt-count).
            MOVE "Y" TO ws-ubah.
            ADD 1 TO retur-count.
            COMPUTE nilai-retur = qty-input * TRT-COST (trm-idx).
            PERFORM CETAK-NOTA-RETUR.
            DISPLAY "Retur ", rt-next, " dicatat: ", kode-input, " ",
                    qty-input, " ", BHN-SATUAN (bahan-idx),
                    ", stok sekarang ", BHN-ONHAND (bahan-idx),
                    ", kredit ditunggu Rp ", nilai-retur.

      *-----------------------
      * RATA-RATA TERTIMBANG MUNDUR - kebalikan TERIMA: nilai stok
      * dikurangi qty retur x harga beli baris terimanya, dibagi
      * sisa stok.  Bila sisa stok atau sisa nilainya habis, harga
      * pokok lama dibiarkan.
      *-----------------------
       KURANGI-HARGA-POKOK.
            MOVE BHN-COST (bahan-idx) TO cost-lama.
            MOVE cost-lama TO cost-baru.
            IF BHN-ONHAND (bahan-idx) > qty-input
               AND BHN-ONHAND (bahan-idx) * cost-lama >
                   qty-input * TRT-COST (trm-idx)
                COMPUTE cost-baru ROUNDED =
                    (BHN-ONHAND (bahan-idx) * cost-lama
                     - qty-input * TRT-COST (trm-idx))
                    / (BHN-ONHAND (bahan-idx) - qty-input)
            END-IF.
            IF cost-baru NOT = cost-lama
                MOVE cost-baru  TO BHN-COST (bahan-idx)
                MOVE "BAHAN"    TO WS-CHG-FILE
                MOVE "U"        TO WS-CHG-AKSI
                MOVE kode-input TO WS-CHG-KUNCI
                MOVE "BH-COST"  TO WS-CHG-FIELD
                MOVE cost-lama  TO WS-CHG-LAMA
                MOVE cost-baru  TO WS-CHG-BARU
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Harga pokok ", kode-input, " Rp ", cost-lama,
                        " -> Rp ", cost-baru, " per ",
                        BHN-SATUAN (bahan-idx)
            END-IF.

      *-----------------------
      * LOT - barang diambil dari lot baris terimanya; bila lot itu
      * sudah sebagian terpakai, kekurangannya diambil FEFO dari
      * lot lain bahan yang sama
      *-----------------------
       KURANGI-LOT.
            MOVE kode-input TO WS-LOT-KODE.
            MOVE qty-input  TO WS-LOT-SISA.
            IF TRT-LOT (trm-idx) NOT = SPACES
                MOVE TRT-LOT (trm-idx)    TO WS-LOT-NOMOR
                MOVE TRT-EXPIRY (trm-idx) TO WS-LOT-EXPIRY
                PERFORM AMBIL-LOT-INI
            ELSE
                PERFORM PAKAI-LOT
            END-IF.

      *-----------------------
      * NOTA RETUR - RETURDOC.txt, disambung
      *-----------------------
       BUKA-RETUR-DOC.
            OPEN INPUT RETUR-DOC.
            IF ws-doc-status = "00"
                CLOSE RETUR-DOC
                OPEN EXTEND RETUR-DOC
            ELSE
                OPEN OUTPUT RETUR-DOC
            END-IF.

       CETAK-NOTA-RETUR.
            MOVE rt-next TO DN-NO.
            MOVE ws-tgl  TO DN-TGL.
            MOVE DOC-HEADER-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE TRT-SUPPLIER (trm-idx) TO sup-input.
            PERFORM CARI-PEMASOK.
            MOVE TRT-SUPPLIER (trm-idx) TO DS-ID.
            IF sudah-ketemu
                MOVE SPT-NAMA (sup-idx)   TO DS-NAMA
                MOVE SPT-KONTAK (sup-idx) TO DS-KONTAK
            ELSE
                MOVE "(tidak dikenal)" TO DS-NAMA
                MOVE SPACES            TO DS-KONTAK
            END-IF.
            MOVE DOC-SUP-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE TRT-PO (trm-idx)   TO DA-PO.
            MOVE TRT-NOTE (trm-idx) TO DA-NOTE.
            MOVE TRT-DATE (trm-idx) TO DA-TGL.
            MOVE DOC-ASAL-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE kode-input             TO DI-KODE.
            MOVE BHN-NAMA (bahan-idx)   TO DI-NAMA.
            MOVE qty-input              TO DI-QTY.
            MOVE BHN-SATUAN (bahan-idx) TO DI-SATUAN.
            MOVE TRT-COST (trm-idx)     TO DI-COST.
            MOVE nilai-retur            TO DI-NILAI.
            MOVE DOC-ITEM-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            IF TRT-LOT (trm-idx) NOT = SPACES
                MOVE TRT-LOT (trm-idx)    TO DL-LOT
                MOVE TRT-EXPIRY (trm-idx) TO DL-EXPIRY
                MOVE DOC-LOT-LINE TO RETUR-DOC-RECORD
                PERFORM TULIS-BARIS-NOTA
            END-IF.
            MOVE AL-KODE (alasan-idx) TO DR-KODE.
            MOVE AL-NAMA (alasan-idx) TO DR-NAMA.
            MOVE DOC-ALASAN-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE nilai-retur TO DK-NILAI.
            MOVE DOC-KREDIT-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE SPACES TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE WS-SESI-ID TO DT-OPER.
            MOVE DOC-SERAH-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE SPACES TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE DOC-TERIMA-LINE TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.
            MOVE SPACES TO RETUR-DOC-RECORD.
            PERFORM TULIS-BARIS-NOTA.

       TULIS-BARIS-NOTA.
            WRITE RETUR-DOC-RECORD.
            IF ws-doc-status NOT = "00"
                DISPLAY "Gagal menulis nota retur, status ",
                        ws-doc-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * NOTA KREDIT - nota kredit pemasok dicocokkan ke retur yang
      * masih menunggu kredit: operator memilih retur-retur yang
      * ditutup nota itu, dan jumlah nilainya harus sama persis
      * dengan nilai nota.  Yang cocok berstatus C dan keluar dari
      * umur utang; yang tidak cocok tidak mengubah apa pun.
      *-----------------------
       TERIMA-NOTA-KREDIT.
            DISPLAY "ID pemasok (3 angka)               : ".
            ACCEPT sup-input.
            PERFORM CARI-PEMASOK.
            IF NOT sudah-ketemu
                DISPLAY "Pemasok ", sup-input, " tidak terdaftar ",
                        "di SUPPLIER.txt"
            ELSE
                DISPLAY "Kredit ditunggu dari ", SPT-NAMA (sup-idx),
                        ":"
                MOVE 0 TO buka-count
                PERFORM TAMPILKAN-KREDIT-PEMASOK
                    VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > rt-count
                IF buka-count = 0
                    DISPLAY "  (tidak ada)"
                ELSE
                    PERFORM COCOKKAN-NOTA-KREDIT
                END-IF
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

       TAMPILKAN-KREDIT-PEMASOK.
            IF RTT-SUPPLIER (rt-idx) = sup-input
               AND RTT-STATUS (rt-idx) = "K"
                ADD 1 TO buka-count
                COMPUTE nilai-retur =
                    RTT-QTY (rt-idx) * RTT-COST (rt-idx)
                DISPLAY "  retur ", RTT-NO (rt-idx), " tgl. ",
                        RTT-DATE (rt-idx), " PO ", RTT-PO (rt-idx),
                        " ", RTT-KODE (rt-idx), " qty ",
                        RTT-QTY (rt-idx), " Rp ", nilai-retur
            END-IF.

       COCOKKAN-NOTA-KREDIT.
            DISPLAY "No. nota kredit pemasok (maks 12)  : ".
            ACCEPT nokredit-input.
            DISPLAY "Nilai nota kredit (Rp)             : ".
            ACCEPT rp-input.
            MOVE 0 TO pilih-count.
            MOVE 0 TO total-pilih.
            MOVE "N" TO ws-selesai.
            PERFORM PILIH-RETUR-KREDIT UNTIL pilih-selesai.
            EVALUATE TRUE
                WHEN pilih-count = 0
                    DISPLAY "Tidak ada retur dipilih, nota kredit ",
                            "tidak dicatat"
                WHEN total-pilih NOT = rp-input
                    DISPLAY "Nilai nota Rp ", rp-input, " tidak sama ",
                            "dengan retur terpilih Rp ", total-pilih
                    DISPLAY "Nota kredit tidak dicocokkan, periksa ",
                            "dengan pemasok"
                WHEN OTHER
                    PERFORM TUTUP-RETUR-KREDIT
                        VARYING rt-idx FROM 1 BY 1
                        UNTIL rt-idx > rt-count
                    MOVE "Y" TO ws-ubah
                    DISPLAY "Nota kredit ", nokredit-input, " cocok, ",
                            pilih-count, " retur ditutup"
            END-EVALUATE.
            PERFORM LEPAS-PILIHAN
                VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > rt-count.

       PILIH-RETUR-KREDIT.
            DISPLAY "No. retur ditutup nota ini (0 = selesai) : ".
            ACCEPT no-input.
            IF no-input = 0
                MOVE "Y" TO ws-selesai
            ELSE
                MOVE "N" TO ws-found
                PERFORM CARI-RETUR-NO
                    VARYING rt-idx FROM 1 BY 1
                    UNTIL rt-idx > rt-count OR sudah-ketemu
                IF sudah-ketemu
                    SUBTRACT 1 FROM rt-idx
                    ADD 1 TO pilih-count
                    MOVE "P" TO RTT-PILIH (rt-idx)
                    COMPUTE total-pilih = total-pilih
                        + RTT-QTY (rt-idx) * RTT-COST (rt-idx)
                    DISPLAY "  jumlah terpilih Rp ", total-pilih
                ELSE
                    DISPLAY "Retur ", no-input, " bukan kredit ",
                            "ditunggu pemasok ini, atau sudah dipilih"
                END-IF
            END-IF.

       CARI-RETUR-NO.
            IF RTT-NO (rt-idx) = no-input
               AND RTT-SUPPLIER (rt-idx) = sup-input
               AND RTT-STATUS (rt-idx) = "K"
               AND RTT-PILIH (rt-idx) NOT = "P"
                MOVE "Y" TO ws-found
            END-IF.

       TUTUP-RETUR-KREDIT.
            IF RTT-PILIH (rt-idx) = "P"
                MOVE "C"            TO RTT-STATUS (rt-idx)
                MOVE nokredit-input TO RTT-NOKREDIT (rt-idx)
                MOVE ws-tgl         TO RTT-TGL-KREDIT (rt-idx)
                MOVE "RETUR"        TO WS-CHG-FILE
                MOVE "U"            TO WS-CHG-AKSI
                MOVE RTT-NO (rt-idx) TO WS-CHG-KUNCI
                MOVE "STATUS"       TO WS-CHG-FIELD
                MOVE "K"            TO WS-CHG-LAMA
                MOVE "C"            TO WS-CHG-BARU
                PERFORM CATAT-PERUBAHAN
            END-IF.

       LEPAS-PILIHAN.
            MOVE SPACE TO RTT-PILIH (rt-idx).

      *-----------------------
      * LAPORAN - semua retur yang kreditnya masih ditunggu
      *-----------------------
       DAFTAR-KREDIT-DITUNGGU.
            MOVE 0 TO buka-count.
            MOVE 0 TO total-buka.
            DISPLAY "Retur menunggu nota kredit pemasok:".
            PERFORM TAMPILKAN-KREDIT-TERBUKA
                VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > rt-count.
            DISPLAY buka-count, " retur, total kredit ditunggu Rp ",
                    total-buka.

       TAMPILKAN-KREDIT-TERBUKA.
            IF RTT-STATUS (rt-idx) = "K"
                ADD 1 TO buka-count
                COMPUTE nilai-retur =
                    RTT-QTY (rt-idx) * RTT-COST (rt-idx)
                ADD nilai-retur TO total-buka
                DISPLAY "  retur ", RTT-NO (rt-idx), " tgl. ",
                        RTT-DATE (rt-idx), " pemasok ",
                        RTT-SUPPLIER (rt-idx), " PO ", RTT-PO (rt-idx),
                        " ", RTT-KODE (rt-idx), " qty ",
                        RTT-QTY (rt-idx), " Rp ", nilai-retur
            END-IF.

      *-----------------------
      * MUAT / SIMPAN - RETUR.txt
      *-----------------------
       MUAT-RETUR.
            MOVE 0 TO rt-count.
            MOVE 0 TO rt-akhir.
            OPEN INPUT RETUR-FILE.
            IF ws-rt-status = "00"
                PERFORM AMBIL-BARIS-RETUR
                    UNTIL ws-rt-status NOT = "00"
                CLOSE RETUR-FILE
            END-IF.

       AMBIL-BARIS-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF RT-NO > rt-akhir
                        MOVE RT-NO TO rt-akhir
                    END-IF
                    IF rt-count >= 1000
                        DISPLAY "Tabel retur penuh, retur ", RT-NO,
                                " dilewati"
                    ELSE
                        ADD 1 TO rt-count
                        MOVE RT-NO         TO RTT-NO (rt-count)
                        MOVE RT-DATE       TO RTT-DATE (rt-count)
                        MOVE RT-TIME       TO RTT-TIME (rt-count)
                        MOVE RT-SUPPLIER   TO RTT-SUPPLIER (rt-count)
                        MOVE RT-PO         TO RTT-PO (rt-count)
                        MOVE RT-KODE       TO RTT-KODE (rt-count)
                        MOVE RT-QTY        TO RTT-QTY (rt-count)
                        MOVE RT-COST       TO RTT-COST (rt-count)
                        MOVE RT-TR-DATE    TO RTT-TR-DATE (rt-count)
                        MOVE RT-TR-TIME    TO RTT-TR-TIME (rt-count)
                        MOVE RT-NOTE       TO RTT-NOTE (rt-count)
                        MOVE RT-LOT        TO RTT-LOT (rt-count)
                        MOVE RT-EXPIRY     TO RTT-EXPIRY (rt-count)
                        MOVE RT-ALASAN     TO RTT-ALASAN (rt-count)
                        MOVE RT-OPER       TO RTT-OPER (rt-count)
                        MOVE RT-STATUS     TO RTT-STATUS (rt-count)
                        MOVE RT-NOKREDIT   TO RTT-NOKREDIT (rt-count)
                        MOVE RT-TGL-KREDIT
                            TO RTT-TGL-KREDIT (rt-count)
                        MOVE SPACE         TO RTT-PILIH (rt-count)
                    END-IF
            END-READ.

       SIMPAN-RETUR.
            OPEN OUTPUT RETUR-FILE.
            PERFORM TULIS-BARIS-RETUR
                VARYING rt-idx FROM 1 BY 1 UNTIL rt-idx > rt-count.
            IF ws-rt-status NOT = "00"
                DISPLAY "Gagal menyimpan retur, status ", ws-rt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE RETUR-FILE.

       TULIS-BARIS-RETUR.
            MOVE SPACES                   TO RETUR-RECORD.
            MOVE RTT-NO (rt-idx)          TO RT-NO.
            MOVE RTT-DATE (rt-idx)        TO RT-DATE.
            MOVE RTT-TIME (rt-idx)        TO RT-TIME.
            MOVE RTT-SUPPLIER (rt-idx)    TO RT-SUPPLIER.
            MOVE RTT-PO (rt-idx)          TO RT-PO.
            MOVE RTT-KODE (rt-idx)        TO RT-KODE.
            MOVE RTT-QTY (rt-idx)         TO RT-QTY.
            MOVE RTT-COST (rt-idx)        TO RT-COST.
            MOVE RTT-TR-DATE (rt-idx)     TO RT-TR-DATE.
            MOVE RTT-TR-TIME (rt-idx)     TO RT-TR-TIME.
            MOVE RTT-NOTE (rt-idx)        TO RT-NOTE.
            MOVE RTT-LOT (rt-idx)         TO RT-LOT.
            MOVE RTT-EXPIRY (rt-idx)      TO RT-EXPIRY.
            MOVE RTT-ALASAN (rt-idx)      TO RT-ALASAN.
            MOVE RTT-OPER (rt-idx)        TO RT-OPER.
            MOVE RTT-STATUS (rt-idx)      TO RT-STATUS.
            MOVE RTT-NOKREDIT (rt-idx)    TO RT-NOKREDIT.
            MOVE RTT-TGL-KREDIT (rt-idx)  TO RT-TGL-KREDIT.
            WRITE RETUR-RECORD.

      *-----------------------
      * BAHAN - record dibaca lewat kodenya saat pertama disebut;
      * hanya record yang tersentuh ditulis ulang sesudah entri
      * selesai
      *-----------------------
       BACA-BAHAN.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                MOVE kode-input TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY PERFORM AMBIL-BARIS-BAHAN
                END-READ
                CLOSE BAHAN-FILE
            END-IF.

       AMBIL-BARIS-BAHAN.
            IF bahan-count >= 100
                DISPLAY "Tabel bahan penuh, kode ", BH-KODE,
                        " dilewati"
            ELSE
                ADD 1 TO bahan-count
                MOVE bahan-count TO bahan-idx
                MOVE "Y"        TO ws-found
                MOVE BH-KODE    TO BHN-KODE (bahan-count)
                MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                MOVE BH-SATUAN  TO BHN-SATUAN (bahan-count)
                MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                MOVE BH-ONHAND  TO BHN-AWAL (bahan-count)
                MOVE BH-MINIMUM TO BHN-MIN (bahan-count)
                MOVE BH-COST    TO BHN-COST (bahan-count)
                MOVE BH-LOT     TO BHN-LOT (bahan-count)
            END-IF.

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
                    MOVE BHN-COST (bahan-idx) TO BH-COST
                    REWRITE BAHAN-RECORD
                        INVALID KEY
                            DISPLAY "Gagal menyimpan stok ", BH-KODE,
                                    ", status ", ws-bh-status
                            MOVE 1 TO RETURN-CODE
                    END-REWRITE
            END-READ.

      *-----------------------
      * PEMASOK - ID, nama dan telepon dari SUPPLIER.txt
      *-----------------------
       MUAT-PEMASOK.
            MOVE 0 TO sup-count.
            OPEN INPUT SUPPLIER-FILE.
            IF ws-su-status = "00"
                PERFORM AMBIL-BARIS-PEMASOK
                    UNTIL ws-su-status NOT = "00"
                CLOSE SUPPLIER-FILE
            END-IF.

       AMBIL-BARIS-PEMASOK.
            READ SUPPLIER-FILE
                AT END CONTINUE
                NOT AT END
                    IF sup-count >= 30
                        DISPLAY "Tabel pemasok penuh, ID ", SU-ID,
                                " dilewati"
                    ELSE
                        ADD 1 TO sup-count
                        MOVE SU-ID     TO SPT-ID (sup-count)
                        MOVE SU-NAMA   TO SPT-NAMA (sup-count)
                        MOVE SU-KONTAK TO SPT-KONTAK (sup-count)
                    END-IF
            END-READ.

       CARI-PEMASOK.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-PEMASOK
                VARYING sup-idx FROM 1 BY 1
                UNTIL sup-idx > sup-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM sup-idx
            END-IF.

       COCOKKAN-PEMASOK.
            IF SPT-ID (sup-idx) = sup-input
                MOVE "Y" TO ws-found
            END-IF.

           COPY LOTPAKAI.

           COPY CHGTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY NOMORAMB.
