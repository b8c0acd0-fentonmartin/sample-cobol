       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAKTUR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY FAKSEL.
           COPY FAKDSEL.
           COPY SUPSEL.
           COPY POSEL.
           COPY TRMSEL.
           COPY RETURSEL.
           SELECT EXCEPT-REPORT ASSIGN TO "FAKTUREX.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT UMUR-REPORT ASSIGN TO "UTANG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UM-STATUS.
           COPY CHGSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY FAKFD.

           COPY FAKDFD.

           COPY SUPFD.

           COPY POFD.

           COPY TRMFD.

           COPY RETURFD.

       FD EXCEPT-REPORT.
       01 EXCEPT-RECORD PIC X(100).

       FD UMUR-REPORT.
       01 UMUR-RECORD PIC X(100).

           COPY CHGFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-fk-status  pic X(02).
       77 ws-fb-status  pic X(02).
       77 ws-su-status  pic X(02).
       77 ws-po-status  pic X(02).
       77 ws-tr-status  pic X(02).
       77 ws-rt-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-um-status  pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       COPY NOMORWS.
       77 mode-input    pic X(01).
           88 mode-masuk   value "M", "m".
           88 mode-ulang   value "U", "u".
           88 mode-setuju  value "S", "s".
           88 mode-bayar   value "B", "b".
           88 mode-batal   value "X", "x".
           88 mode-laporan value "L", "l".
       77 sup-input     pic 9(03).
       77 nofak-input   pic X(12).
       77 tgl-input     pic 9(08).
       77 no-input      pic 9(05).
       77 po-input      pic 9(05).
       77 kode-input    pic X(04).
       77 qty-input     pic 9(05).
       77 harga-input   pic 9(06).
       77 fak-next      pic 9(05) value 0.
       77 fak-akhir     pic 9(05) value 0.
       77 fak-count     pic 9(03) value 0.
       77 fak-idx       pic 9(03) comp.
       77 fak-cari      pic 9(03) comp.
       77 fb-count      pic 9(04) value 0.
       77 fb-idx        pic 9(04) comp.
       77 fb-cari       pic 9(04) comp.
       77 fb-awal       pic 9(04) comp.
       77 baris-no      pic 9(02) value 0.
       77 sup-count     pic 99 value 0.
       77 sup-idx       pic 99 comp.
       77 umur-count    pic 99 value 0.
       77 umur-idx      pic 99 comp.
       77 cocok-no      pic 9(05).
       77 cocok-sup     pic 9(03).
       77 qty-po        pic 9(05).
       77 qty-trm       pic 9(05).
       77 qty-tagih     pic 9(05).
       77 harga-trm     pic 9(06).
       77 pengecualian  pic 9(03) value 0.
       77 ulang-count   pic 9(03) value 0.
       77 bersih-count  pic 9(03) value 0.
       77 ex-count      pic 9(04) value 0.
       77 belum-setuju  pic 9(09) value 0.
       77 hari-ini      pic 9(07) value 0.
       77 umur-hari     pic S9(07) value 0.
       77 ws-found      pic X value "N".
           88 entri-ketemu value "Y".
       77 ws-po-ada     pic X value "N".
           88 po-ada value "Y".
       77 ws-harga-beda pic X value "N".
           88 harga-beda value "Y".
       77 ws-ubah       pic X value "N".
           88 ada-perubahan value "Y".
       77 ws-muat-penuh pic X value "N".
           88 muat-penuh value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * seluruh FAKTUR.txt dan FAKTURDT.txt dimuat ke tabel, entri
      * diubah atau ditambah, lalu kedua berkas ditulis balik utuh
      *-----------------------
       01 FAK-TABEL.
           05 FAK-ENTRY OCCURS 300 TIMES.
               10 FKT-NO        PIC 9(05).
               10 FKT-SUPPLIER  PIC 9(03).
               10 FKT-NOFAK     PIC X(12).
               10 FKT-TGL       PIC 9(08).
               10 FKT-TOTAL     PIC 9(09).
               10 FKT-STATUS    PIC X(01).
               10 FKT-TGL-SETUJU PIC 9(08).
               10 FKT-TGL-BAYAR PIC 9(08).
               10 FKT-OPER      PIC 9(04).

       01 FB-TABEL.
           05 FB-ENTRY OCCURS 1000 TIMES.
               10 FBT-NO        PIC 9(05).
               10 FBT-BARIS     PIC 9(02).
               10 FBT-PO        PIC 9(05).
               10 FBT-KODE      PIC X(04).
               10 FBT-QTY       PIC 9(05).
               10 FBT-HARGA     PIC 9(06).
               10 FBT-QTY-PO    PIC 9(05).
               10 FBT-QTY-TRM   PIC 9(05).
               10 FBT-QTY-TAGIH PIC 9(05).
               10 FBT-HARGA-TRM PIC 9(06).
               10 FBT-COCOK     PIC X(01).
               10 FBT-ALASAN    PIC X(20).

       01 SUP-TABEL.
           05 SUP-ENTRY OCCURS 30 TIMES.
               10 SPT-ID     PIC 9(03).
               10 SPT-NAMA   PIC X(15).

      *-----------------------
      * umur utang per pemasok: belum 30 hari, 30-59, 60-89, 90+
      *-----------------------
       01 UMUR-TABEL.
           05 UMUR-ENTRY OCCURS 40 TIMES.
               10 UMT-SUP    PIC 9(03).
               10 UMT-BUCKET PIC 9(09) OCCURS 4 TIMES.
               10 UMT-TOTAL  PIC 9(09).
       01 UMUR-JUMLAH.
           05 UMJ-BUCKET PIC 9(09) OCCURS 4 TIMES.
           05 UMJ-TOTAL  PIC 9(09).
       77 bucket-idx    pic 9 comp.

      *-----------------------
      * kredit ditunggu per pemasok: retur barang (RETUR.txt status
      * K) yang nota kreditnya belum diterima dan dicocokkan
      *-----------------------
       01 KREDIT-TABEL.
           05 KREDIT-ENTRY OCCURS 30 TIMES.
               10 KRT-SUP    PIC 9(03).
               10 KRT-RP     PIC 9(09).
       77 kredit-count  pic 99 value 0.
       77 kredit-idx    pic 99 comp.
       77 kredit-nilai  pic 9(09) value 0.
       77 kredit-total  pic 9(09) value 0.
       77 utang-bersih  pic S9(10) value 0.

       01 EX-HEADER-LINE.
           02 FILLER    PIC X(34) VALUE
               "=== PENGECUALIAN FAKTUR PEMASOK - ".
           02 EH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(54) VALUE SPACES.

       01 EX-KOLOM-LINE.
           02 FILLER    PIC X(37) VALUE
               "Fak.  Pms No. faktur         PO Item ".
           02 FILLER    PIC X(44) VALUE
               "  Fak/   PO/  Trm/Tagih  Harga/   Trm Alasan".
           02 FILLER    PIC X(19) VALUE SPACES.

       01 EX-DETAIL-LINE.
           02 EX-NO     PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-SUP    PIC 9(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-NOFAK  PIC X(12).
           02 FILLER    PIC X(04) VALUE " PO ".
           02 EX-PO     PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-QTY    PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE "/".
           02 EX-QTY-PO PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE "/".
           02 EX-QTY-TRM PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE "/".
           02 EX-TAGIH  PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-HARGA  PIC Z(5)9.
           02 FILLER    PIC X(01) VALUE "/".
           02 EX-HRG-TRM PIC Z(5)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 EX-ALASAN PIC X(20).
           02 FILLER    PIC X(05) VALUE SPACES.

       01 EX-TOTAL-LINE.
           02 FILLER    PIC X(26) VALUE "Baris pengecualian       :".
           02 ET-COUNT  PIC ZZZ9.
           02 FILLER    PIC X(70) VALUE
               "  (faktur ini tidak bisa disetujui sebelum cocok)".

       01 UM-HEADER-LINE.
           02 FILLER    PIC X(29) VALUE
               "=== UMUR UTANG PEMASOK - per ".
           02 UH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(59) VALUE SPACES.

       01 UM-KOLOM-LINE.
           02 FILLER    PIC X(19) VALUE "Pms Nama".
           02 FILLER    PIC X(12) VALUE "   < 30 hari".
           02 FILLER    PIC X(12) VALUE "  30-59 hari".
           02 FILLER    PIC X(12) VALUE "  60-89 hari".
           02 FILLER    PIC X(12) VALUE "    90+ hari".
           02 FILLER    PIC X(12) VALUE "       Total".
           02 FILLER    PIC X(21) VALUE SPACES.

       01 UM-DETAIL-LINE.
           02 UD-SUP    PIC 9(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 UD-NAMA   PIC X(15).
           02 UD-KOLOM  OCCURS 5 TIMES.
               03 FILLER    PIC X(02).
               03 UD-RP     PIC Z(9)9.
           02 FILLER    PIC X(21) VALUE SPACES.

       01 UM-CATATAN-LINE.
           02 FILLER    PIC X(38) VALUE
               "Termasuk faktur belum disetujui  : Rp ".
           02 UC-RP     PIC Z(8)9.
           02 FILLER    PIC X(53) VALUE SPACES.

       01 UM-KREDIT-JUDUL.
           02 FILLER    PIC X(40) VALUE
               "Kredit retur ditunggu dari pemasok:".
           02 FILLER    PIC X(60) VALUE SPACES.

       01 UM-KREDIT-LINE.
           02 UK-SUP    PIC 9(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 UK-NAMA   PIC X(15).
           02 FILLER    PIC X(50) VALUE
               "  retur menunggu nota kredit".
           02 UK-RP     PIC Z(9)9.
           02 FILLER    PIC X(21) VALUE SPACES.

       01 UM-KREDIT-TOTAL-LINE.
           02 FILLER    PIC X(38) VALUE
               "Kredit retur ditunggu            : Rp ".
           02 UKT-RP    PIC Z(8)9.
           02 FILLER    PIC X(53) VALUE SPACES.

       01 UM-BERSIH-LINE.
           02 FILLER    PIC X(38) VALUE
               "Utang bersih setelah kredit retur: Rp ".
           02 UB-RP     PIC -(9)9.
           02 FILLER    PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "FAKTUR" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE "N" TO ws-ubah.
            MOVE "N" TO ws-muat-penuh.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== FAKTUR PEMASOK ===".
            DISPLAY "Mode (M)asukkan / cocokkan (U)lang / (S)etujui / ".
            DISPLAY "     (B)ayar / batal (X) / (L)aporan : ".
            ACCEPT mode-input.
            PERFORM MUAT-FAKTUR.
            PERFORM MUAT-PEMASOK.
            IF NOT mode-laporan
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
      *         FAKTUR.txt ditulis ulang dari tabel; faktur yang tidak
      *         termuat akan hilang, jadi hanya laporan yang boleh
                WHEN muat-penuh AND NOT mode-laporan
                    DISPLAY "Tabel faktur penuh, perubahan ditolak; ",
                            "jalankan RETENSI untuk faktur lunas/batal"
                    MOVE 1 TO RETURN-CODE
                WHEN mode-masuk   PERFORM MASUKKAN-FAKTUR
                WHEN mode-ulang   PERFORM COCOKKAN-ULANG
                WHEN mode-setuju
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM SETUJUI-SATU UNTIL TIDAK
                WHEN mode-bayar
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM BAYAR-SATU UNTIL TIDAK
                WHEN mode-batal
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM BATAL-SATU UNTIL TIDAK
                WHEN mode-laporan
                    PERFORM CETAK-PENGECUALIAN
                    PERFORM CETAK-UMUR-UTANG
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            IF ada-perubahan AND NOT muat-penuh
                PERFORM SIMPAN-FAKTUR
            END-IF.
            MOVE "FAKTUR" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * MASUKKAN FAKTUR - satu faktur per run: pemasok harus ada di
      * SUPPLIER.txt, nomor faktur pemasok tidak boleh dobel, lalu
      * baris demi baris dicocokkan langsung ke PO dan penerimaan
      *-----------------------
       MASUKKAN-FAKTUR.
            DISPLAY "ID pemasok (3 angka)          : ".
            ACCEPT sup-input.
            MOVE sup-input TO cocok-sup.
            PERFORM CARI-PEMASOK.
            IF NOT entri-ketemu
                DISPLAY "Pemasok ", sup-input, " tidak terdaftar ",
                        "di SUPPLIER.txt"
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "Pemasok: ", SPT-NAMA (sup-idx)
                DISPLAY "No. faktur pemasok (maks 12)  : "
                ACCEPT nofak-input
                DISPLAY "Tanggal faktur (YYYYMMDD, 0=hari usaha): "
                ACCEPT tgl-input
                IF tgl-input = 0
                    MOVE ws-tgl TO tgl-input
                END-IF
                PERFORM CARI-FAKTUR-DOBEL
                MOVE "V" TO hu-fungsi
                MOVE tgl-input TO hu-tgl
                MOVE 0 TO hu-n
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                EVALUATE TRUE
                    WHEN entri-ketemu
                        DISPLAY "Faktur ", nofak-input, " pemasok ",
                                sup-input, " sudah tercatat"
                        MOVE 1 TO RETURN-CODE
                    WHEN hu-valid NOT = "Y"
                        DISPLAY "Tanggal ", tgl-input, " tidak sah"
                        MOVE 1 TO RETURN-CODE
                    WHEN fak-count >= 300
                        DISPLAY "Tabel faktur penuh, faktur tidak ",
                                "dicatat"
                        MOVE 1 TO RETURN-CODE
                    WHEN OTHER
                        PERFORM BUKA-FAKTUR-BARU
                END-EVALUATE
            END-IF.

       CARI-FAKTUR-DOBEL.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-NOFAK
                VARYING fak-idx FROM 1 BY 1
                UNTIL fak-idx > fak-count OR entri-ketemu.

       COCOKKAN-NOFAK.
            IF FKT-SUPPLIER (fak-idx) = sup-input
               AND FKT-NOFAK (fak-idx) = nofak-input
               AND FKT-STATUS (fak-idx) NOT = "B"
                MOVE "Y" TO ws-found
            END-IF.

      *    nomor faktur baru ditarik sesudah barisnya masuk, supaya
      *    faktur kosong tidak menghabiskan nomor; selama entri
      *    baris-barisnya bernomor 0
       BUKA-FAKTUR-BARU.
            ADD 1 TO fak-count.
            MOVE fak-count   TO fak-idx.
            MOVE 0           TO FKT-NO (fak-idx).
            MOVE sup-input   TO FKT-SUPPLIER (fak-idx).
            MOVE nofak-input TO FKT-NOFAK (fak-idx).
            MOVE tgl-input   TO FKT-TGL (fak-idx).
            MOVE 0           TO FKT-TOTAL (fak-idx).
            MOVE "C"         TO FKT-STATUS (fak-idx).
            MOVE 0           TO FKT-TGL-SETUJU (fak-idx).
            MOVE 0           TO FKT-TGL-BAYAR (fak-idx).
            MOVE WS-SESI-ID  TO FKT-OPER (fak-idx).
            MOVE 0           TO cocok-no.
            MOVE 0 TO baris-no.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM MASUKKAN-BARIS UNTIL TIDAK.
            MOVE 0 TO fak-next.
            IF baris-no NOT = 0
                PERFORM NOMOR-FAKTUR-BERIKUT
            END-IF.
            EVALUATE TRUE
                WHEN baris-no = 0
                    SUBTRACT 1 FROM fak-count
                    DISPLAY "Faktur tanpa baris, tidak dicatat"
                WHEN fak-next = 0
                    SUBTRACT 1 FROM fak-count
                    SUBTRACT baris-no FROM fb-count
                    DISPLAY "Nomor faktur tidak dapat ditarik, ",
                            "faktur tidak dicatat"
                WHEN OTHER
                    MOVE fak-next TO FKT-NO (fak-idx)
                    MOVE fak-next TO cocok-no
                    COMPUTE fb-awal = fb-count - baris-no + 1
                    PERFORM BERI-NOMOR-BARIS
                        VARYING fb-idx FROM fb-awal BY 1
                        UNTIL fb-idx > fb-count
                    PERFORM TENTUKAN-STATUS-FAKTUR
                    MOVE "Y" TO ws-ubah
                    DISPLAY "Faktur ", FKT-NO (fak-idx), " dicatat, ",
                            "total Rp ", FKT-TOTAL (fak-idx)
                    IF FKT-STATUS (fak-idx) = "X"
                        DISPLAY "Ada ", pengecualian, " baris tidak ",
                                "cocok -- masuk daftar pengecualian"
                    ELSE
                        DISPLAY "Semua baris cocok, menunggu ",
                                "persetujuan"
                    END-IF
            END-EVALUATE.

       BERI-NOMOR-BARIS.
            MOVE fak-next TO FBT-NO (fb-idx).

      *    nomor faktur ditarik dari seri FAKTUR lewat NOMORGEN; seri
      *    yang belum ada dibuka dari nomor tertinggi di FAKTUR.txt
       NOMOR-FAKTUR-BERIKUT.
            MOVE "FAKTUR" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE fak-akhir TO NM-AWAL
                MOVE 99999     TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO fak-next.
            IF NOMOR-OK
                MOVE NM-NOMOR TO fak-next
            END-IF.

       MASUKKAN-BARIS.
            DISPLAY "No. PO                        : ".
            ACCEPT po-input.
            DISPLAY "Kode bahan (maks 4)           : ".
            ACCEPT kode-input.
            DISPLAY "Qty di faktur                 : ".
            ACCEPT qty-input.
            DISPLAY "Harga satuan di faktur (Rp)   : ".
            ACCEPT harga-input.
            IF fb-count >= 1000 OR baris-no >= 99
                DISPLAY "Tabel baris faktur penuh, baris tidak dicatat"
            ELSE
                ADD 1 TO baris-no
                ADD 1 TO fb-count
                MOVE fb-count    TO fb-idx
                MOVE cocok-no    TO FBT-NO (fb-idx)
                MOVE baris-no    TO FBT-BARIS (fb-idx)
                MOVE po-input    TO FBT-PO (fb-idx)
                MOVE kode-input  TO FBT-KODE (fb-idx)
                MOVE qty-input   TO FBT-QTY (fb-idx)
                MOVE harga-input TO FBT-HARGA (fb-idx)
                PERFORM COCOKKAN-BARIS
                IF FBT-COCOK (fb-idx) = "Y"
                    DISPLAY "Baris ", baris-no, " cocok"
                ELSE
                    DISPLAY "Baris ", baris-no, " TIDAK COCOK: ",
                            FBT-ALASAN (fb-idx)
                END-IF
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

      *-----------------------
      * COCOK TIGA ARAH - baris faktur fb-idx (faktur cocok-no,
      * pemasok cocok-sup) dibanding PO (qty dipesan), TERIMA
      * (qty dan harga diterima untuk PO+bahan itu) dan faktur lain
      * yang sudah menagih PO+bahan yang sama.  Qty faktur harus
      * persis sisa yang diterima tapi belum ditagih; harga harus
      * sama dengan harga beli di surat jalan.
      *-----------------------
       COCOKKAN-BARIS.
            MOVE 0 TO qty-po.
            MOVE 0 TO qty-trm.
            MOVE 0 TO qty-tagih.
            MOVE 0 TO harga-trm.
            MOVE "N" TO ws-po-ada.
            MOVE "N" TO ws-harga-beda.
            OPEN INPUT PO-FILE.
            IF ws-po-status = "00"
                PERFORM AMBIL-BARIS-PO
                    UNTIL ws-po-status NOT = "00"
                CLOSE PO-FILE
            END-IF.
            OPEN INPUT TERIMA-JOURNAL.
            IF ws-tr-status = "00"
                PERFORM AMBIL-BARIS-TERIMA
                    UNTIL ws-tr-status NOT = "00"
                CLOSE TERIMA-JOURNAL
            END-IF.
            PERFORM HITUNG-SUDAH-DITAGIH
                VARYING fb-cari FROM 1 BY 1 UNTIL fb-cari > fb-count.
            MOVE qty-po    TO FBT-QTY-PO (fb-idx).
            MOVE qty-trm   TO FBT-QTY-TRM (fb-idx).
            MOVE qty-tagih TO FBT-QTY-TAGIH (fb-idx).
            MOVE harga-trm TO FBT-HARGA-TRM (fb-idx).
            MOVE "N" TO FBT-COCOK (fb-idx).
            EVALUATE TRUE
                WHEN NOT po-ada
                    MOVE "PO/item tidak ada" TO FBT-ALASAN (fb-idx)
                WHEN qty-trm = 0
                    MOVE "belum diterima" TO FBT-ALASAN (fb-idx)
                WHEN qty-trm > qty-po
                    MOVE "terima melebihi PO" TO FBT-ALASAN (fb-idx)
                WHEN FBT-QTY (fb-idx) + qty-tagih > qty-trm
                    MOVE "qty melebihi terima" TO FBT-ALASAN (fb-idx)
                WHEN FBT-QTY (fb-idx) + qty-tagih < qty-trm
                    MOVE "qty kurang dr terima" TO FBT-ALASAN (fb-idx)
                WHEN harga-beda
                    MOVE "harga beda terima" TO FBT-ALASAN (fb-idx)
                WHEN OTHER
                    MOVE "Y" TO FBT-COCOK (fb-idx)
                    MOVE SPACES TO FBT-ALASAN (fb-idx)
            END-EVALUATE.

       AMBIL-BARIS-PO.
            READ PO-FILE
                AT END CONTINUE
                NOT AT END
                    IF PO-NO = FBT-PO (fb-idx)
                       AND PO-KODE = FBT-KODE (fb-idx)
                       AND PO-SUPPLIER = cocok-sup
                        MOVE "Y" TO ws-po-ada
                        ADD PO-QTY TO qty-po
                    END-IF
            END-READ.

       AMBIL-BARIS-TERIMA.
            READ TERIMA-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF TR-PO = FBT-PO (fb-idx)
                       AND TR-KODE = FBT-KODE (fb-idx)
                       AND TR-SUPPLIER = cocok-sup
                        ADD TR-QTY TO qty-trm
                        MOVE TR-COST TO harga-trm
                        IF TR-COST NOT = FBT-HARGA (fb-idx)
                            MOVE "Y" TO ws-harga-beda
                        END-IF
                    END-IF
            END-READ.

       HITUNG-SUDAH-DITAGIH.
            IF fb-cari NOT = fb-idx
               AND FBT-NO (fb-cari) NOT = cocok-no
               AND FBT-PO (fb-cari) = FBT-PO (fb-idx)
               AND FBT-KODE (fb-cari) = FBT-KODE (fb-idx)
                PERFORM CARI-FAKTUR-BARIS
                IF entri-ketemu
                    IF FKT-STATUS (fak-cari) NOT = "B"
                        ADD FBT-QTY (fb-cari) TO qty-tagih
                    END-IF
                END-IF
            END-IF.

       CARI-FAKTUR-BARIS.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-NO-BARIS
                VARYING fak-cari FROM 1 BY 1
                UNTIL fak-cari > fak-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM fak-cari
            END-IF.

       COCOKKAN-NO-BARIS.
            IF FKT-NO (fak-cari) = FBT-NO (fb-cari)
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * status dan total faktur fak-idx dari baris-barisnya
      *-----------------------
       TENTUKAN-STATUS-FAKTUR.
            MOVE 0 TO pengecualian.
            MOVE 0 TO FKT-TOTAL (fak-idx).
            PERFORM JUMLAHKAN-BARIS-FAKTUR
                VARYING fb-cari FROM 1 BY 1 UNTIL fb-cari > fb-count.
            IF pengecualian > 0
                MOVE "X" TO FKT-STATUS (fak-idx)
            ELSE
                MOVE "C" TO FKT-STATUS (fak-idx)
            END-IF.

       JUMLAHKAN-BARIS-FAKTUR.
            IF FBT-NO (fb-cari) = FKT-NO (fak-idx)
                COMPUTE FKT-TOTAL (fak-idx) = FKT-TOTAL (fak-idx)
                    + FBT-QTY (fb-cari) * FBT-HARGA (fb-cari)
                IF FBT-COCOK (fb-cari) NOT = "Y"
                    ADD 1 TO pengecualian
                END-IF
            END-IF.

      *-----------------------
      * COCOKKAN ULANG - faktur pengecualian dicocokkan lagi,
      * misalnya setelah sisa barangnya datang dan dicatat TERIMA
      *-----------------------
       COCOKKAN-ULANG.
            MOVE 0 TO ulang-count.
            MOVE 0 TO bersih-count.
            PERFORM ULANG-SATU-FAKTUR
                VARYING fak-idx FROM 1 BY 1 UNTIL fak-idx > fak-count.
            DISPLAY ulang-count, " faktur pengecualian dicocokkan ",
                    "ulang, ", bersih-count, " sekarang cocok".

       ULANG-SATU-FAKTUR.
            IF FKT-STATUS (fak-idx) = "X"
                ADD 1 TO ulang-count
                MOVE FKT-NO (fak-idx)       TO cocok-no
                MOVE FKT-SUPPLIER (fak-idx) TO cocok-sup
                PERFORM ULANG-BARIS-FAKTUR
                    VARYING fb-idx FROM 1 BY 1 UNTIL fb-idx > fb-count
                PERFORM TENTUKAN-STATUS-FAKTUR
                IF FKT-STATUS (fak-idx) = "C"
                    ADD 1 TO bersih-count
                    DISPLAY "Faktur ", cocok-no, " ",
                            FKT-NOFAK (fak-idx), " sekarang cocok"
                END-IF
                MOVE "Y" TO ws-ubah
            END-IF.

       ULANG-BARIS-FAKTUR.
            IF FBT-NO (fb-idx) = cocok-no
                PERFORM COCOKKAN-BARIS
            END-IF.

      *-----------------------
      * SETUJUI / BAYAR / BATAL - perubahan status faktur, masing-
      * masing dicatat di riwayat perubahan.  Hanya faktur cocok (C)
      * yang bisa disetujui, hanya yang disetujui (S) yang bisa
      * dibayar; faktur lunas tidak bisa dibatalkan.
      *-----------------------
       SETUJUI-SATU.
            PERFORM DAFTAR-MENUNGGU.
            DISPLAY "No. faktur (internal) disetujui : ".
            ACCEPT no-input.
            PERFORM CARI-FAKTUR-NO.
            EVALUATE TRUE
                WHEN NOT entri-ketemu
                    DISPLAY "Faktur ", no-input, " tidak ditemukan"
                WHEN FKT-STATUS (fak-idx) = "X"
                    DISPLAY "Faktur ", no-input, " masih ada ",
                            "pengecualian, tidak bisa disetujui"
                WHEN FKT-STATUS (fak-idx) NOT = "C"
                    DISPLAY "Faktur ", no-input, " berstatus ",
                            FKT-STATUS (fak-idx), ", bukan menunggu ",
                            "persetujuan"
                WHEN OTHER
                    MOVE "S"    TO FKT-STATUS (fak-idx)
                    MOVE ws-tgl TO FKT-TGL-SETUJU (fak-idx)
                    MOVE "C"    TO WS-CHG-LAMA
                    MOVE "S"    TO WS-CHG-BARU
                    PERFORM CATAT-STATUS-FAKTUR
                    DISPLAY "Faktur ", no-input, " disetujui ",
                            "untuk dibayar Rp ", FKT-TOTAL (fak-idx)
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

       DAFTAR-MENUNGGU.
            DISPLAY "Faktur menunggu persetujuan:".
            PERFORM TAMPILKAN-MENUNGGU
                VARYING fak-idx FROM 1 BY 1 UNTIL fak-idx > fak-count.

       TAMPILKAN-MENUNGGU.
            IF FKT-STATUS (fak-idx) = "C"
                DISPLAY "  ", FKT-NO (fak-idx), " pemasok ",
                        FKT-SUPPLIER (fak-idx), " ",
                        FKT-NOFAK (fak-idx), " Rp ",
                        FKT-TOTAL (fak-idx)
            END-IF.

       BAYAR-SATU.
            DISPLAY "No. faktur (internal) dibayar : ".
            ACCEPT no-input.
            PERFORM CARI-FAKTUR-NO.
            EVALUATE TRUE
                WHEN NOT entri-ketemu
                    DISPLAY "Faktur ", no-input, " tidak ditemukan"
                WHEN FKT-STATUS (fak-idx) NOT = "S"
                    DISPLAY "Faktur ", no-input, " berstatus ",
                            FKT-STATUS (fak-idx), ", belum ",
                            "disetujui untuk dibayar"
                WHEN OTHER
                    MOVE "L"    TO FKT-STATUS (fak-idx)
                    MOVE ws-tgl TO FKT-TGL-BAYAR (fak-idx)
                    MOVE "S"    TO WS-CHG-LAMA
                    MOVE "L"    TO WS-CHG-BARU
                    PERFORM CATAT-STATUS-FAKTUR
                    DISPLAY "Faktur ", no-input, " lunas Rp ",
                            FKT-TOTAL (fak-idx)
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

       BATAL-SATU.
            DISPLAY "No. faktur (internal) dibatalkan : ".
            ACCEPT no-input.
            PERFORM CARI-FAKTUR-NO.
            EVALUATE TRUE
                WHEN NOT entri-ketemu
                    DISPLAY "Faktur ", no-input, " tidak ditemukan"
                WHEN FKT-STATUS (fak-idx) = "L"
                  OR FKT-STATUS (fak-idx) = "B"
                    DISPLAY "Faktur ", no-input, " berstatus ",
                            FKT-STATUS (fak-idx), ", tidak bisa ",
                            "dibatalkan"
                WHEN OTHER
                    MOVE FKT-STATUS (fak-idx) TO WS-CHG-LAMA
                    MOVE "B"    TO FKT-STATUS (fak-idx)
                    MOVE "B"    TO WS-CHG-BARU
                    PERFORM CATAT-STATUS-FAKTUR
                    DISPLAY "Faktur ", no-input, " dibatalkan"
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

       CARI-FAKTUR-NO.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-NO-FAKTUR
                VARYING fak-idx FROM 1 BY 1
                UNTIL fak-idx > fak-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM fak-idx
            END-IF.

       COCOKKAN-NO-FAKTUR.
            IF FKT-NO (fak-idx) = no-input
                MOVE "Y" TO ws-found
            END-IF.

       CATAT-STATUS-FAKTUR.
            MOVE "Y"      TO ws-ubah.
            MOVE "FAKTUR" TO WS-CHG-FILE.
            MOVE "U"      TO WS-CHG-AKSI.
            MOVE no-input TO WS-CHG-KUNCI.
            MOVE "STATUS" TO WS-CHG-FIELD.
            PERFORM CATAT-PERUBAHAN.

      *-----------------------
      * MUAT / SIMPAN - FAKTUR.txt dan FAKTURDT.txt
      *-----------------------
       MUAT-FAKTUR.
            MOVE 0 TO fak-count.
            MOVE 0 TO fb-count.
            MOVE 0 TO fak-akhir.
            OPEN INPUT FAKTUR-FILE.
            IF ws-fk-status = "00"
                PERFORM AMBIL-BARIS-FAKTUR
                    UNTIL ws-fk-status NOT = "00"
                CLOSE FAKTUR-FILE
            END-IF.
            OPEN INPUT FAKTURDT-FILE.
            IF ws-fb-status = "00"
                PERFORM AMBIL-BARIS-RINCIAN
                    UNTIL ws-fb-status NOT = "00"
                CLOSE FAKTURDT-FILE
            END-IF.

       AMBIL-BARIS-FAKTUR.
            READ FAKTUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF FK-NO > fak-akhir
                        MOVE FK-NO TO fak-akhir
                    END-IF
                    IF fak-count >= 300
                        DISPLAY "Tabel faktur penuh, faktur ", FK-NO,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO fak-count
                        MOVE FK-NO         TO FKT-NO (fak-count)
                        MOVE FK-SUPPLIER   TO FKT-SUPPLIER (fak-count)
                        MOVE FK-NOFAK      TO FKT-NOFAK (fak-count)
                        MOVE FK-TGL        TO FKT-TGL (fak-count)
                        MOVE FK-TOTAL      TO FKT-TOTAL (fak-count)
                        MOVE FK-STATUS     TO FKT-STATUS (fak-count)
                        MOVE FK-TGL-SETUJU
                            TO FKT-TGL-SETUJU (fak-count)
                        MOVE FK-TGL-BAYAR  TO FKT-TGL-BAYAR (fak-count)
                        MOVE FK-OPER       TO FKT-OPER (fak-count)
                    END-IF
            END-READ.

       AMBIL-BARIS-RINCIAN.
            READ FAKTURDT-FILE
                AT END CONTINUE
                NOT AT END
                    IF fb-count >= 1000
                        DISPLAY "Tabel baris faktur penuh, faktur ",
                                FB-NO, " baris ", FB-BARIS,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO fb-count
                        MOVE FB-NO        TO FBT-NO (fb-count)
                        MOVE FB-BARIS     TO FBT-BARIS (fb-count)
                        MOVE FB-PO        TO FBT-PO (fb-count)
                        MOVE FB-KODE      TO FBT-KODE (fb-count)
                        MOVE FB-QTY       TO FBT-QTY (fb-count)
                        MOVE FB-HARGA     TO FBT-HARGA (fb-count)
                        MOVE FB-QTY-PO    TO FBT-QTY-PO (fb-count)
                        MOVE FB-QTY-TRM   TO FBT-QTY-TRM (fb-count)
                        MOVE FB-QTY-TAGIH TO FBT-QTY-TAGIH (fb-count)
                        MOVE FB-HARGA-TRM TO FBT-HARGA-TRM (fb-count)
                        MOVE FB-COCOK     TO FBT-COCOK (fb-count)
                        MOVE FB-ALASAN    TO FBT-ALASAN (fb-count)
                    END-IF
            END-READ.

       SIMPAN-FAKTUR.
            OPEN OUTPUT FAKTUR-FILE.
            PERFORM TULIS-BARIS-FAKTUR
                VARYING fak-idx FROM 1 BY 1 UNTIL fak-idx > fak-count.
            IF ws-fk-status NOT = "00"
                DISPLAY "Gagal menyimpan faktur, status ",
                        ws-fk-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE FAKTUR-FILE.
            OPEN OUTPUT FAKTURDT-FILE.
            PERFORM TULIS-BARIS-RINCIAN
                VARYING fb-idx FROM 1 BY 1 UNTIL fb-idx > fb-count.
            IF ws-fb-status NOT = "00"
                DISPLAY "Gagal menyimpan baris faktur, status ",
                        ws-fb-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE FAKTURDT-FILE.

       TULIS-BARIS-FAKTUR.
            MOVE SPACES                    TO FAKTUR-RECORD.
            MOVE FKT-NO (fak-idx)          TO FK-NO.
            MOVE FKT-SUPPLIER (fak-idx)    TO FK-SUPPLIER.
            MOVE FKT-NOFAK (fak-idx)       TO FK-NOFAK.
            MOVE FKT-TGL (fak-idx)         TO FK-TGL.
            MOVE FKT-TOTAL (fak-idx)       TO FK-TOTAL.
            MOVE FKT-STATUS (fak-idx)      TO FK-STATUS.
            MOVE FKT-TGL-SETUJU (fak-idx)  TO FK-TGL-SETUJU.
            MOVE FKT-TGL-BAYAR (fak-idx)   TO FK-TGL-BAYAR.
            MOVE FKT-OPER (fak-idx)        TO FK-OPER.
            WRITE FAKTUR-RECORD.

       TULIS-BARIS-RINCIAN.
            MOVE SPACES                  TO FAKTURDT-RECORD.
            MOVE FBT-NO (fb-idx)         TO FB-NO.
            MOVE FBT-BARIS (fb-idx)      TO FB-BARIS.
            MOVE FBT-PO (fb-idx)         TO FB-PO.
            MOVE FBT-KODE (fb-idx)       TO FB-KODE.
            MOVE FBT-QTY (fb-idx)        TO FB-QTY.
            MOVE FBT-HARGA (fb-idx)      TO FB-HARGA.
            MOVE FBT-QTY-PO (fb-idx)     TO FB-QTY-PO.
            MOVE FBT-QTY-TRM (fb-idx)    TO FB-QTY-TRM.
            MOVE FBT-QTY-TAGIH (fb-idx)  TO FB-QTY-TAGIH.
            MOVE FBT-HARGA-TRM (fb-idx)  TO FB-HARGA-TRM.
            MOVE FBT-COCOK (fb-idx)      TO FB-COCOK.
            MOVE FBT-ALASAN (fb-idx)     TO FB-ALASAN.
            WRITE FAKTURDT-RECORD.

      *-----------------------
      * PEMASOK - ID dan nama dari SUPPLIER.txt
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
                        MOVE SU-ID   TO SPT-ID (sup-count)
                        MOVE SU-NAMA TO SPT-NAMA (sup-count)
                    END-IF
            END-READ.

       CARI-PEMASOK.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-PEMASOK
                VARYING sup-idx FROM 1 BY 1
                UNTIL sup-idx > sup-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM sup-idx
            END-IF.

       COCOKKAN-PEMASOK.
            IF SPT-ID (sup-idx) = sup-input
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * DAFTAR PENGECUALIAN - FAKTUREX.txt, setiap baris tidak
      * cocok dari faktur berstatus X
      *-----------------------
       CETAK-PENGECUALIAN.
            MOVE 0 TO ex-count.
            OPEN INPUT EXCEPT-REPORT.
            IF ws-rpt-status = "00"
                CLOSE EXCEPT-REPORT
                OPEN EXTEND EXCEPT-REPORT
            ELSE
                OPEN OUTPUT EXCEPT-REPORT
            END-IF.
            MOVE ws-tgl TO EH-TGL.
            MOVE EX-HEADER-LINE TO EXCEPT-RECORD.
            PERFORM TULIS-BARIS-PENGECUALIAN.
            MOVE EX-KOLOM-LINE TO EXCEPT-RECORD.
            PERFORM TULIS-BARIS-PENGECUALIAN.
            PERFORM CETAK-BARIS-PENGECUALIAN
                VARYING fb-idx FROM 1 BY 1 UNTIL fb-idx > fb-count.
            MOVE ex-count TO ET-COUNT.
            MOVE EX-TOTAL-LINE TO EXCEPT-RECORD.
            PERFORM TULIS-BARIS-PENGECUALIAN.
            CLOSE EXCEPT-REPORT.

       CETAK-BARIS-PENGECUALIAN.
            IF FBT-COCOK (fb-idx) NOT = "Y"
                MOVE fb-idx TO fb-cari
                PERFORM CARI-FAKTUR-BARIS
                IF entri-ketemu
                    IF FKT-STATUS (fak-cari) = "X"
                        ADD 1 TO ex-count
                        MOVE FBT-NO (fb-idx)   TO EX-NO
                        MOVE FKT-SUPPLIER (fak-cari) TO EX-SUP
                        MOVE FKT-NOFAK (fak-cari)    TO EX-NOFAK
                        MOVE FBT-PO (fb-idx)   TO EX-PO
                        MOVE FBT-KODE (fb-idx) TO EX-KODE
                        MOVE FBT-QTY (fb-idx)  TO EX-QTY
                        MOVE FBT-QTY-PO (fb-idx)    TO EX-QTY-PO
                        MOVE FBT-QTY-TRM (fb-idx)   TO EX-QTY-TRM
                        MOVE FBT-QTY-TAGIH (fb-idx) TO EX-TAGIH
                        MOVE FBT-HARGA (fb-idx)     TO EX-HARGA
                        MOVE FBT-HARGA-TRM (fb-idx) TO EX-HRG-TRM
                        MOVE FBT-ALASAN (fb-idx)    TO EX-ALASAN
                        MOVE EX-DETAIL-LINE TO EXCEPT-RECORD
                        PERFORM TULIS-BARIS-PENGECUALIAN
                    END-IF
                END-IF
            END-IF.

       TULIS-BARIS-PENGECUALIAN.
            WRITE EXCEPT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis FAKTUREX.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY EXCEPT-RECORD.

      *-----------------------
      * UMUR UTANG - UTANG.txt: faktur yang belum lunas dan tidak
      * batal, dikelompokkan per pemasok menurut umur sejak tanggal
      * faktur (hari kalender lewat nomor hari HARIUTIL)
      *-----------------------
       CETAK-UMUR-UTANG.
            MOVE 0 TO umur-count.
            MOVE 0 TO belum-setuju.
            MOVE 0 TO UMJ-TOTAL.
            PERFORM KOSONGKAN-JUMLAH-UMUR
                VARYING bucket-idx FROM 1 BY 1 UNTIL bucket-idx > 4.
            MOVE "H" TO hu-fungsi.
            MOVE ws-tgl TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO hari-ini.
            PERFORM KELOMPOKKAN-UMUR
                VARYING fak-idx FROM 1 BY 1 UNTIL fak-idx > fak-count.
            OPEN INPUT UMUR-REPORT.
            IF ws-um-status = "00"
                CLOSE UMUR-REPORT
                OPEN EXTEND UMUR-REPORT
            ELSE
                OPEN OUTPUT UMUR-REPORT
            END-IF.
            MOVE ws-tgl TO UH-TGL.
            MOVE UM-HEADER-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.
            MOVE UM-KOLOM-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.
            PERFORM CETAK-UMUR-PEMASOK
                VARYING umur-idx FROM 1 BY 1
                UNTIL umur-idx > umur-count.
            MOVE SPACES TO UM-DETAIL-LINE.
            MOVE "Jumlah" TO UD-NAMA.
            PERFORM SALIN-JUMLAH-UMUR
                VARYING bucket-idx FROM 1 BY 1 UNTIL bucket-idx > 4.
            MOVE UMJ-TOTAL TO UD-RP (5).
            MOVE UM-DETAIL-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.
            MOVE belum-setuju TO UC-RP.
            MOVE UM-CATATAN-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.
            PERFORM CETAK-KREDIT-RETUR.
            CLOSE UMUR-REPORT.

       KOSONGKAN-JUMLAH-UMUR.
            MOVE 0 TO UMJ-BUCKET (bucket-idx).

       KELOMPOKKAN-UMUR.
            IF FKT-STATUS (fak-idx) = "X" OR "C" OR "S"
                MOVE "H" TO hu-fungsi
                MOVE FKT-TGL (fak-idx) TO hu-tgl
                MOVE 0 TO hu-n
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                COMPUTE umur-hari = hari-ini - hu-harinum
                EVALUATE TRUE
                    WHEN umur-hari < 30 MOVE 1 TO bucket-idx
                    WHEN umur-hari < 60 MOVE 2 TO bucket-idx
                    WHEN umur-hari < 90 MOVE 3 TO bucket-idx
                    WHEN OTHER          MOVE 4 TO bucket-idx
                END-EVALUATE
                PERFORM CARI-UMUR-PEMASOK
                IF umur-idx > 0
                    ADD FKT-TOTAL (fak-idx)
                        TO UMT-BUCKET (umur-idx, bucket-idx)
                    ADD FKT-TOTAL (fak-idx) TO UMT-TOTAL (umur-idx)
                    ADD FKT-TOTAL (fak-idx) TO UMJ-BUCKET (bucket-idx)
                    ADD FKT-TOTAL (fak-idx) TO UMJ-TOTAL
                    IF FKT-STATUS (fak-idx) NOT = "S"
                        ADD FKT-TOTAL (fak-idx) TO belum-setuju
                    END-IF
                END-IF
            END-IF.

       CARI-UMUR-PEMASOK.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-UMUR-PEMASOK
                VARYING umur-idx FROM 1 BY 1
                UNTIL umur-idx > umur-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM umur-idx
            ELSE
                IF umur-count >= 40
                    DISPLAY "Tabel umur utang penuh, pemasok ",
                            FKT-SUPPLIER (fak-idx), " dilewati"
                    MOVE 0 TO umur-idx
                ELSE
                    ADD 1 TO umur-count
                    MOVE umur-count TO umur-idx
                    MOVE FKT-SUPPLIER (fak-idx) TO UMT-SUP (umur-idx)
                    MOVE 0 TO UMT-TOTAL (umur-idx)
                    MOVE 0 TO UMT-BUCKET (umur-idx, 1)
                    MOVE 0 TO UMT-BUCKET (umur-idx, 2)
                    MOVE 0 TO UMT-BUCKET (umur-idx, 3)
                    MOVE 0 TO UMT-BUCKET (umur-idx, 4)
                END-IF
            END-IF.

       COCOKKAN-UMUR-PEMASOK.
            IF UMT-SUP (umur-idx) = FKT-SUPPLIER (fak-idx)
                MOVE "Y" TO ws-found
            END-IF.

       CETAK-UMUR-PEMASOK.
            MOVE SPACES TO UM-DETAIL-LINE.
            MOVE UMT-SUP (umur-idx) TO UD-SUP.
            MOVE UMT-SUP (umur-idx) TO sup-input.
            PERFORM CARI-PEMASOK.
            IF entri-ketemu
                MOVE SPT-NAMA (sup-idx) TO UD-NAMA
            ELSE
                MOVE "(tidak dikenal)" TO UD-NAMA
            END-IF.
            MOVE UMT-BUCKET (umur-idx, 1) TO UD-RP (1).
            MOVE UMT-BUCKET (umur-idx, 2) TO UD-RP (2).
            MOVE UMT-BUCKET (umur-idx, 3) TO UD-RP (3).
            MOVE UMT-BUCKET (umur-idx, 4) TO UD-RP (4).
            MOVE UMT-TOTAL (umur-idx)     TO UD-RP (5).
            MOVE UM-DETAIL-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.

      *-----------------------
      * KREDIT RETUR - barang yang sudah diretur ke pemasok tetapi
      * nota kreditnya belum diterima; utang bersih adalah utang
      * faktur dikurangi kredit yang masih ditunggu itu
      *-----------------------
       CETAK-KREDIT-RETUR.
            MOVE 0 TO kredit-count.
            MOVE 0 TO kredit-total.
            OPEN INPUT RETUR-FILE.
            IF ws-rt-status = "00"
                PERFORM AMBIL-KREDIT-RETUR
                    UNTIL ws-rt-status NOT = "00"
                CLOSE RETUR-FILE
            END-IF.
            IF kredit-count > 0
                MOVE UM-KREDIT-JUDUL TO UMUR-RECORD
                PERFORM TULIS-BARIS-UMUR
                PERFORM CETAK-KREDIT-PEMASOK
                    VARYING kredit-idx FROM 1 BY 1
                    UNTIL kredit-idx > kredit-count
            END-IF.
            MOVE kredit-total TO UKT-RP.
            MOVE UM-KREDIT-TOTAL-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.
            COMPUTE utang-bersih = UMJ-TOTAL - kredit-total.
            MOVE utang-bersih TO UB-RP.
            MOVE UM-BERSIH-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.

       AMBIL-KREDIT-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF RT-STATUS = "K"
                        COMPUTE kredit-nilai = RT-QTY * RT-COST
                        PERFORM CARI-KREDIT-PEMASOK
                        IF kredit-idx > 0
                            ADD kredit-nilai TO KRT-RP (kredit-idx)
                            ADD kredit-nilai TO kredit-total
                        END-IF
                    END-IF
            END-READ.

       CARI-KREDIT-PEMASOK.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-KREDIT-PEMASOK
                VARYING kredit-idx FROM 1 BY 1
                UNTIL kredit-idx > kredit-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM kredit-idx
            ELSE
                IF kredit-count >= 30
                    DISPLAY "Tabel kredit retur penuh, pemasok ",
                            RT-SUPPLIER, " dilewati"
                    MOVE 0 TO kredit-idx
                ELSE
                    ADD 1 TO kredit-count
                    MOVE kredit-count TO kredit-idx
                    MOVE RT-SUPPLIER TO KRT-SUP (kredit-idx)
                    MOVE 0 TO KRT-RP (kredit-idx)
                END-IF
            END-IF.

       COCOKKAN-KREDIT-PEMASOK.
            IF KRT-SUP (kredit-idx) = RT-SUPPLIER
                MOVE "Y" TO ws-found
            END-IF.

       CETAK-KREDIT-PEMASOK.
            MOVE KRT-SUP (kredit-idx) TO UK-SUP.
            MOVE KRT-SUP (kredit-idx) TO sup-input.
            PERFORM CARI-PEMASOK.
            IF entri-ketemu
                MOVE SPT-NAMA (sup-idx) TO UK-NAMA
            ELSE
                MOVE "(tidak dikenal)" TO UK-NAMA
            END-IF.
            MOVE KRT-RP (kredit-idx) TO UK-RP.
            MOVE UM-KREDIT-LINE TO UMUR-RECORD.
            PERFORM TULIS-BARIS-UMUR.

       SALIN-JUMLAH-UMUR.
            MOVE UMJ-BUCKET (bucket-idx) TO UD-RP (bucket-idx).

       TULIS-BARIS-UMUR.
            WRITE UMUR-RECORD.
            IF ws-um-status NOT = "00"
                DISPLAY "Gagal menulis UTANG.txt, status ",
                        ws-um-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY UMUR-RECORD.

           COPY CHGTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY NOMORAMB.
