       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRAPESAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY PRAPSEL.
           COPY PRAPDSEL.
           COPY ITEMSEL.
           COPY UKURSEL.
           COPY MODIFSEL.
           COPY RESEPSEL.
           COPY BAHANSEL.
           SELECT PRODUKSI-REPORT ASSIGN TO "PRODUKSI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY CHGSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY PRAPFD.

           COPY PRAPDFD.

           COPY ITEMFD.

           COPY UKURFD.

           COPY MODIFFD.

           COPY RESEPFD.

           COPY BAHANFD.

       FD PRODUKSI-REPORT.
       01 PRODUKSI-RECORD PIC X(100).

           COPY CHGFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-pp-status  pic X(02).
       77 ws-pb-status  pic X(02).
       77 ws-mi-status  pic X(02).
       77 ws-uk-status  pic X(02).
       77 ws-md-status  pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY NOMORWS.
       77 mode-input    pic X(01).
           88 mode-baru     value "B", "b".
           88 mode-produksi value "P", "p".
           88 mode-daftar   value "L", "l".
           88 mode-batal    value "X", "x".
       77 no-input      pic 9(05).
       77 pelanggan-input pic X(20).
       77 telp-input    pic X(15).
       77 tgl-input     pic 9(08).
       77 jam-input     pic 9(04).
       77 jam-hh        pic 9(02).
       77 jam-mm        pic 9(02).
       77 kode-input    pic X(04).
       77 qty-input     pic 99.
       77 size-input    pic X(01).
       77 mod-input     pic X(02).
       77 dp-input      pic 9(06).
       77 harga-satuan  pic 9(05).
       77 mods-pesanan  pic X(06).
       77 mods-isi      pic 9 comp.
       77 mod-pos       pic 9 comp.
       77 total-pesanan pic 9(06) value 0.
       77 pp-next       pic 9(05) value 0.
       77 pp-akhir      pic 9(05) value 0.
       77 pp-count      pic 9(03) value 0.
       77 pp-idx        pic 9(03) comp.
       77 pb-count      pic 9(04) value 0.
       77 pb-idx        pic 9(04) comp.
       77 pb-awal       pic 9(04) comp.
       77 baris-no      pic 9(02) value 0.
       77 item-count    pic 9(03) value 0.
       77 item-idx      pic 9(03) comp.
       77 ukur-count    pic 9(03) value 0.
       77 ukur-idx      pic 9(03) comp.
       77 modif-count   pic 9(03) value 0.
       77 modif-idx     pic 9(03) comp.
       77 resep-count   pic 9(03) value 0.
       77 resep-idx     pic 9(03) comp.
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 prd-count     pic 9(03) value 0.
       77 prd-idx       pic 9(03) comp.
       77 keb-count     pic 9(03) value 0.
       77 keb-idx       pic 9(03) comp.
       77 menu-cari     pic X(04).
       77 persen-pakai  pic 9(03).
       77 qty-pakai     pic 9(02).
       77 perlu-bahan   pic 9(09).
       77 kurang-bahan  pic S9(09).
       77 pesanan-hit   pic 9(03) value 0.
       77 kurang-hit    pic 9(03) value 0.
       77 buka-hit      pic 9(03) value 0.
       77 refund-hit    pic 9(03) value 0.
       77 dp-dipegang   pic 9(09) value 0.
       77 ws-found      pic X value "N".
           88 entri-ketemu value "Y".
       77 ws-uk-ada     pic X value "N".
           88 ukuran-ketemu value "Y".
       77 ws-md-ada     pic X value "N".
           88 modifier-ketemu value "Y".
       77 ws-md-stop    pic X value "N".
           88 modifier-selesai value "Y".
       77 ws-ubah       pic X value "N".
           88 ada-perubahan value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * seluruh PRAPESAN.txt dan PRAPDET.txt dimuat ke tabel, entri
      * diubah atau ditambah, lalu kedua berkas ditulis balik utuh
      *-----------------------
       01 PP-TABEL.
           05 PP-ENTRY OCCURS 500 TIMES.
               10 PPT-NO         PIC 9(05).
               10 PPT-TGL-PESAN  PIC 9(08).
               10 PPT-TGL-AMBIL  PIC 9(08).
               10 PPT-JAM-AMBIL  PIC 9(04).
               10 PPT-PELANGGAN  PIC X(20).
               10 PPT-TELP       PIC X(15).
               10 PPT-TOTAL      PIC 9(06).
               10 PPT-DP         PIC 9(06).
               10 PPT-DP-BAYAR   PIC 9(06).
               10 PPT-STATUS     PIC X(01).
               10 PPT-STRUK      PIC 9(06).
               10 PPT-TGL-SELESAI PIC 9(08).
               10 PPT-OPER       PIC 9(04).

       01 PB-TABEL.
           05 PB-ENTRY OCCURS 3000 TIMES.
               10 PBT-NO         PIC 9(05).
               10 PBT-BARIS      PIC 9(02).
               10 PBT-KODE       PIC X(04).
               10 PBT-NAMA       PIC X(10).
               10 PBT-QTY        PIC 99.
               10 PBT-SIZE       PIC X(01).
               10 PBT-MODS       PIC X(06).
               10 PBT-HARGA      PIC 9(05).
               10 PBT-JUMLAH     PIC 9(06).

      *-----------------------
      * menu yang berlaku: per kode record MENUITEM.txt terbaru yang
      * tanggal mulainya tidak di masa depan, seperti di kasir
      *-----------------------
       01 ITEM-TABEL.
           05 ITEM-ENTRY OCCURS 100 TIMES.
               10 ITM-KODE   PIC X(04).
               10 ITM-NAMA   PIC X(10).
               10 ITM-HARGA  PIC 9(05).
               10 ITM-STATUS PIC X(01).
               10 ITM-MULAI  PIC 9(08).

       01 UKUR-TABEL.
           05 UKUR-ENTRY OCCURS 100 TIMES.
               10 UKR-KODE   PIC X(04).
               10 UKR-SIZE   PIC X(01).
               10 UKR-HARGA  PIC 9(05).
               10 UKR-PERSEN PIC 9(03).

       01 MODIF-TABEL.
           05 MODIF-ENTRY OCCURS 50 TIMES.
               10 MDF-KODE   PIC X(02).
               10 MDF-NAMA   PIC X(10).
               10 MDF-HARGA  PIC 9(05).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU   PIC X(04).
               10 RSP-BAHAN  PIC X(04).
               10 RSP-QTY    PIC 9(05).

       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-SATUAN PIC X(03).
               10 BHN-ONHAND PIC S9(07).

      *-----------------------
      * daftar produksi: jumlah per item+ukuran dari semua pesanan
      * terbuka tanggal itu, dan kebutuhan bahan hasil ledakan
      * resepnya (takaran ukuran dalam persen, resep modifier "+kode"
      * per gelas)
      *-----------------------
       01 PRD-TABEL.
           05 PRD-ENTRY OCCURS 100 TIMES.
               10 PRT-KODE   PIC X(04).
               10 PRT-SIZE   PIC X(01).
               10 PRT-NAMA   PIC X(10).
               10 PRT-QTY    PIC 9(05).

       01 KEB-TABEL.
           05 KEB-ENTRY OCCURS 100 TIMES.
               10 KBT-BAHAN  PIC X(04).
               10 KBT-PERLU  PIC 9(09).

       01 PR-HEADER-LINE.
           02 FILLER    PIC X(36) VALUE
               "=== DAFTAR PRODUKSI PESANAN - AMBIL ".
           02 PRH-TGL   PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(52) VALUE SPACES.

       01 PR-PESANAN-LINE.
           02 FILLER    PIC X(04) VALUE "No. ".
           02 PRP-NO    PIC 9(05).
           02 FILLER    PIC X(06) VALUE "  jam ".
           02 PRP-HH    PIC 9(02).
           02 FILLER    PIC X(01) VALUE ":".
           02 PRP-MM    PIC 9(02).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PRP-NAMA  PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRP-TELP  PIC X(15).
           02 FILLER    PIC X(09) VALUE "  DP Rp  ".
           02 PRP-DP    PIC Z(5)9.
           02 FILLER    PIC X(27) VALUE SPACES.

       01 PR-BARIS-LINE.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 PRB-KODE  PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRB-NAMA  PIC X(10).
           02 FILLER    PIC X(08) VALUE " ukuran ".
           02 PRB-SIZE  PIC X(01).
           02 FILLER    PIC X(03) VALUE "  x".
           02 PRB-QTY   PIC Z9.
           02 FILLER    PIC X(06) VALUE "  mod ".
           02 PRB-MODS  PIC X(06).
           02 FILLER    PIC X(55) VALUE SPACES.

       01 PR-JUDUL-LINE.
           02 PRJ-TEKS  PIC X(60).
           02 FILLER    PIC X(40) VALUE SPACES.

       01 PR-ITEM-LINE.
           02 PRI-KODE  PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRI-SIZE  PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRI-NAMA  PIC X(10).
           02 PRI-QTY   PIC Z(6)9.
           02 FILLER    PIC X(76) VALUE SPACES.

       01 PR-KOLOM-LINE.
           02 FILLER    PIC X(31) VALUE
               "Kode Nama         Sat     Perlu".
           02 FILLER    PIC X(69) VALUE
               "      Stok  Catatan".

       01 PR-BAHAN-LINE.
           02 PRK-KODE  PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRK-NAMA  PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 PRK-SAT   PIC X(03).
           02 PRK-PERLU PIC Z(9)9.
           02 PRK-STOK  PIC -(9)9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 PRK-CATATAN PIC X(07).
           02 PRK-KURANG PIC Z(8)9 BLANK WHEN ZERO.
           02 FILLER    PIC X(41) VALUE SPACES.

       01 PR-RINGKAS-LINE.
           02 PRR-PESANAN PIC ZZ9.
           02 FILLER    PIC X(18) VALUE " pesanan diambil, ".
           02 PRR-KURANG PIC ZZ9.
           02 FILLER    PIC X(25) VALUE " bahan stoknya kurang".
           02 FILLER    PIC X(51) VALUE SPACES.

       01 PR-NIHIL-LINE.
           02 FILLER    PIC X(13) VALUE "  (tidak ada)".
           02 FILLER    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "PRAPESAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE "N" TO ws-ubah.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== PESANAN PELANGGAN / KATERING ===".
            DISPLAY "Mode (B)aru / daftar (P)roduksi / (L)aporan DP / ".
            DISPLAY "     batal (X) : ".
            ACCEPT mode-input.
            PERFORM MUAT-PESANAN.
            EVALUATE TRUE
                WHEN mode-baru
                    PERFORM MUAT-MENU
                    PERFORM MUAT-UKURAN
                    PERFORM MUAT-MODIF
                    PERFORM CATAT-PESANAN-BARU
                WHEN mode-produksi
                    PERFORM MUAT-UKURAN
                    PERFORM MUAT-RESEP
                    PERFORM MUAT-BAHAN
                    PERFORM CETAK-PRODUKSI
                WHEN mode-daftar
                    PERFORM DAFTAR-PESANAN
                WHEN mode-batal
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM BATAL-SATU UNTIL TIDAK
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            IF ada-perubahan
                PERFORM SIMPAN-PESANAN
            END-IF.
            MOVE "PRAPESAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * PESANAN BARU - satu pesanan per run: nama dan telepon
      * pelanggan, tanggal dan jam ambil (hari buka, tidak di masa
      * lalu), lalu baris demi baris item dengan ukuran dan
      * modifiernya; harga satuan dikunci saat ini.  Uang muka yang
      * disepakati dicatat di sini tetapi diterima di kasir (tombol
      * $), supaya uangnya masuk laci dan jurnal penjualan.
      *-----------------------
       CATAT-PESANAN-BARU.
            DISPLAY "Nama pelanggan (maks 20)      : ".
            ACCEPT pelanggan-input.
            DISPLAY "No. telepon (maks 15)         : ".
            ACCEPT telp-input.
            DISPLAY "Tanggal ambil (YYYYMMDD)      : ".
            ACCEPT tgl-input.
            DISPLAY "Jam ambil (HHMM)              : ".
            ACCEPT jam-input.
            DIVIDE jam-input BY 100 GIVING jam-hh REMAINDER jam-mm.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-input TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y"
                MOVE "L" TO hu-fungsi
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
            END-IF.
            EVALUATE TRUE
                WHEN pelanggan-input = SPACES
                    DISPLAY "Nama pelanggan wajib diisi"
                    MOVE 1 TO RETURN-CODE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal ", tgl-input, " tidak sah"
                    MOVE 1 TO RETURN-CODE
                WHEN tgl-input < ws-tgl
                    DISPLAY "Tanggal ambil ", tgl-input,
                            " sudah lewat"
                    MOVE 1 TO RETURN-CODE
                WHEN hu-harinum = 1
                    DISPLAY "Toko tutup pada ", tgl-input,
                            ", pilih tanggal lain"
                    MOVE 1 TO RETURN-CODE
                WHEN jam-hh > 23 OR jam-mm > 59
                    DISPLAY "Jam ambil ", jam-input, " tidak sah"
                    MOVE 1 TO RETURN-CODE
                WHEN pp-count >= 500
                    DISPLAY "Tabel pesanan penuh, pesanan tidak ",
                            "dicatat"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM BUKA-PESANAN-BARU
            END-EVALUATE.

      *     nomor pesanan baru ditarik sesudah barisnya masuk,
      *     supaya pesanan kosong tidak menghabiskan nomor
       BUKA-PESANAN-BARU.
            ADD 1 TO pp-count.
            MOVE pp-count        TO pp-idx.
            MOVE 0               TO PPT-NO (pp-idx).
            MOVE ws-tgl          TO PPT-TGL-PESAN (pp-idx).
            MOVE tgl-input       TO PPT-TGL-AMBIL (pp-idx).
            MOVE jam-input       TO PPT-JAM-AMBIL (pp-idx).
            MOVE pelanggan-input TO PPT-PELANGGAN (pp-idx).
            MOVE telp-input      TO PPT-TELP (pp-idx).
            MOVE 0               TO PPT-TOTAL (pp-idx).
            MOVE 0               TO PPT-DP (pp-idx).
            MOVE 0               TO PPT-DP-BAYAR (pp-idx).
            MOVE "O"             TO PPT-STATUS (pp-idx).
            MOVE 0               TO PPT-STRUK (pp-idx).
            MOVE 0               TO PPT-TGL-SELESAI (pp-idx).
            MOVE WS-SESI-ID      TO PPT-OPER (pp-idx).
            MOVE 0 TO baris-no.
            MOVE 0 TO total-pesanan.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM MASUKKAN-BARIS UNTIL TIDAK.
            MOVE 0 TO pp-next.
            IF baris-no NOT = 0
                PERFORM NOMOR-PESANAN-BERIKUT
            END-IF.
            EVALUATE TRUE
                WHEN baris-no = 0
                    SUBTRACT 1 FROM pp-count
                    DISPLAY "Pesanan tanpa baris, tidak dicatat"
                WHEN pp-next = 0
                    SUBTRACT 1 FROM pp-count
                    SUBTRACT baris-no FROM pb-count
                    DISPLAY "Nomor pesanan tidak dapat ditarik, ",
                            "pesanan tidak dicatat"
                WHEN OTHER
                    MOVE pp-next TO PPT-NO (pp-idx)
                    COMPUTE pb-awal = pb-count - baris-no + 1
                    PERFORM BERI-NOMOR-BARIS
                        VARYING pb-idx FROM pb-awal BY 1
                        UNTIL pb-idx > pb-count
                    MOVE total-pesanan TO PPT-TOTAL (pp-idx)
                    DISPLAY "Total pesanan                 : Rp ",
                            total-pesanan
                    DISPLAY "Uang muka disepakati (Rp)     : "
                    ACCEPT dp-input
                    IF dp-input > total-pesanan
                        MOVE total-pesanan TO dp-input
                        DISPLAY "Uang muka dibatasi sebesar total ",
                                "pesanan"
                    END-IF
                    MOVE dp-input TO PPT-DP (pp-idx)
                    MOVE "Y" TO ws-ubah
                    DISPLAY "Pesanan ", PPT-NO (pp-idx), " dicatat, ",
                            "ambil ", tgl-input, " jam ", jam-input
                    IF dp-input > 0
                        DISPLAY "Terima uang muka Rp ", dp-input,
                                " di kasir: tombol $ lalu nomor ",
                                "pesanan"
                    END-IF
            END-EVALUATE.

       BERI-NOMOR-BARIS.
            MOVE pp-next TO PBT-NO (pb-idx).

      *     nomor pesanan ditarik dari seri PESAN lewat NOMORGEN;
      *     seri yang belum ada dibuka dari nomor tertinggi di
      *     PRAPESAN.txt
       NOMOR-PESANAN-BERIKUT.
            MOVE "PESAN" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE pp-akhir TO NM-AWAL
                MOVE 99999    TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO pp-next.
            IF NOMOR-OK
                MOVE NM-NOMOR TO pp-next
            END-IF.

      *     satu struk kasir menampung 20 baris pesanan
       MASUKKAN-BARIS.
            DISPLAY "Kode item                     : ".
            ACCEPT kode-input.
            PERFORM CARI-ITEM.
            EVALUATE TRUE
                WHEN NOT entri-ketemu
                    DISPLAY "Kode item ", kode-input,
                            " tidak dikenal / tidak aktif"
                WHEN baris-no >= 20 OR pb-count >= 3000
                    DISPLAY "Pesanan penuh (20 baris), baris ",
                            "tidak dicatat"
                WHEN OTHER
                    DISPLAY "Jumlah                        : "
                    ACCEPT qty-input
                    IF qty-input = 0
                        DISPLAY "Jumlah 0, baris dilewati"
                    ELSE
                        PERFORM TANYA-UKURAN
                        PERFORM TANYA-MODIFIER
                        PERFORM CATAT-BARIS-PESANAN
                    END-IF
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       CATAT-BARIS-PESANAN.
            ADD 1 TO baris-no.
            ADD 1 TO pb-count.
            MOVE pb-count         TO pb-idx.
            MOVE PPT-NO (pp-idx)  TO PBT-NO (pb-idx).
            MOVE baris-no         TO PBT-BARIS (pb-idx).
            MOVE kode-input       TO PBT-KODE (pb-idx).
            MOVE ITM-NAMA (item-idx) TO PBT-NAMA (pb-idx).
            MOVE qty-input        TO PBT-QTY (pb-idx).
            MOVE size-input       TO PBT-SIZE (pb-idx).
            MOVE mods-pesanan     TO PBT-MODS (pb-idx).
            MOVE harga-satuan     TO PBT-HARGA (pb-idx).
            COMPUTE PBT-JUMLAH (pb-idx) = harga-satuan * qty-input.
            ADD PBT-JUMLAH (pb-idx) TO total-pesanan.
            DISPLAY "Baris ", baris-no, " Rp ", PBT-JUMLAH (pb-idx).

       CARI-ITEM.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-ITEM
                VARYING item-idx FROM 1 BY 1
                UNTIL item-idx > item-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM item-idx
            END-IF.

       COCOKKAN-ITEM.
            IF ITM-KODE (item-idx) = kode-input
               AND ITM-STATUS (item-idx) = "A"
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * UKURAN / MODIFIER - sama dengan kasir: harga varian ukuran
      * menggantikan harga dasar, biaya modifier ditambahkan ke
      * harga satuan, paling banyak tiga modifier per baris
      *-----------------------
       TANYA-UKURAN.
            MOVE ITM-HARGA (item-idx) TO harga-satuan.
            MOVE SPACE TO size-input.
            DISPLAY "Ukuran (spasi = regular)      : ".
            ACCEPT size-input.
            IF size-input NOT = SPACE
                MOVE "N" TO ws-uk-ada
                PERFORM CARI-UKURAN
                    VARYING ukur-idx FROM 1 BY 1
                    UNTIL ukur-idx > ukur-count OR ukuran-ketemu
                IF NOT ukuran-ketemu
                    DISPLAY "Ukuran ", size-input, " tidak ada ",
                            "untuk item ini, harga dasar dipakai"
                    MOVE SPACE TO size-input
                END-IF
            END-IF.

       CARI-UKURAN.
            IF UKR-KODE (ukur-idx) = kode-input AND
               UKR-SIZE (ukur-idx) = size-input
                MOVE "Y" TO ws-uk-ada
                MOVE UKR-HARGA (ukur-idx) TO harga-satuan
            END-IF.

       TANYA-MODIFIER.
            MOVE SPACES TO mods-pesanan.
            MOVE 0 TO mods-isi.
            MOVE "N" TO ws-md-stop.
            PERFORM TANYA-SATU-MODIFIER
                UNTIL mods-isi >= 3 OR modifier-selesai.

       TANYA-SATU-MODIFIER.
            DISPLAY "Modifier (spasi = selesai)    : ".
            MOVE SPACES TO mod-input.
            ACCEPT mod-input.
            IF mod-input = SPACES
                MOVE "Y" TO ws-md-stop
            ELSE
                MOVE "N" TO ws-md-ada
                PERFORM CARI-MODIFIER
                    VARYING modif-idx FROM 1 BY 1
                    UNTIL modif-idx > modif-count
                       OR modifier-ketemu
                IF NOT modifier-ketemu
                    DISPLAY "Modifier ", mod-input, " tidak dikenal"
                END-IF
            END-IF.

       CARI-MODIFIER.
            IF MDF-KODE (modif-idx) = mod-input
                MOVE "Y" TO ws-md-ada
                ADD MDF-HARGA (modif-idx) TO harga-satuan
                ADD 1 TO mods-isi
                COMPUTE mod-pos = (mods-isi * 2) - 1
                MOVE mod-input TO mods-pesanan (mod-pos:2)
                DISPLAY "+ ", MDF-NAMA (modif-idx), " Rp ",
                        MDF-HARGA (modif-idx)
            END-IF.

      *-----------------------
      * BATAL - hanya pesanan terbuka; uang muka yang sudah
      * diterima tetap tercatat di PP-DP-BAYAR sampai dikembalikan
      * di kasir (tombol $), supaya kewajibannya tidak hilang
      *-----------------------
       BATAL-SATU.
            DISPLAY "No. pesanan dibatalkan        : ".
            ACCEPT no-input.
            PERFORM CARI-PESANAN-NO.
            EVALUATE TRUE
                WHEN NOT entri-ketemu
                    DISPLAY "Pesanan ", no-input, " tidak ditemukan"
                WHEN PPT-STATUS (pp-idx) NOT = "O"
                    DISPLAY "Pesanan ", no-input, " berstatus ",
                            PPT-STATUS (pp-idx), ", tidak bisa ",
                            "dibatalkan"
                WHEN OTHER
                    MOVE "B"    TO PPT-STATUS (pp-idx)
                    MOVE ws-tgl TO PPT-TGL-SELESAI (pp-idx)
                    MOVE "Y"    TO ws-ubah
                    MOVE "PRAPESAN" TO WS-CHG-FILE
                    MOVE "U"    TO WS-CHG-AKSI
                    MOVE no-input TO WS-CHG-KUNCI
                    MOVE "STATUS" TO WS-CHG-FIELD
                    MOVE "O"    TO WS-CHG-LAMA
                    MOVE "B"    TO WS-CHG-BARU
                    PERFORM CATAT-PERUBAHAN
                    DISPLAY "Pesanan ", no-input, " dibatalkan"
                    IF PPT-DP-BAYAR (pp-idx) > 0
                        DISPLAY "Uang muka Rp ",
                                PPT-DP-BAYAR (pp-idx),
                                " dikembalikan di kasir (tombol $)"
                    END-IF
            END-EVALUATE.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

       CARI-PESANAN-NO.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-NO-PESANAN
                VARYING pp-idx FROM 1 BY 1
                UNTIL pp-idx > pp-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM pp-idx
            END-IF.

       COCOKKAN-NO-PESANAN.
            IF PPT-NO (pp-idx) = no-input
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * LAPORAN DP - pesanan terbuka dengan uang mukanya, dan
      * pesanan batal yang uang mukanya belum dikembalikan; jumlah
      * uang muka yang dipegang harus sama dengan saldo akun uang
      * muka pelanggan di buku besar
      *-----------------------
       DAFTAR-PESANAN.
            MOVE 0 TO buka-hit.
            MOVE 0 TO refund-hit.
            MOVE 0 TO dp-dipegang.
            DISPLAY "=== PESANAN TERBUKA DAN UANG MUKA - ", ws-tgl,
                    " ===".
            DISPLAY "No.   Ambil    Jam  Pelanggan              Total",
                    "  DP sepakat DP diterima".
            PERFORM TAMPILKAN-PESANAN-BUKA
                VARYING pp-idx FROM 1 BY 1 UNTIL pp-idx > pp-count.
            DISPLAY "Pesanan terbuka               : ", buka-hit.
            DISPLAY "Batal, DP belum dikembalikan  : ", refund-hit.
            DISPLAY "Uang muka dipegang            : Rp ", dp-dipegang.

       TAMPILKAN-PESANAN-BUKA.
            EVALUATE TRUE
                WHEN PPT-STATUS (pp-idx) = "O"
                    ADD 1 TO buka-hit
                    ADD PPT-DP-BAYAR (pp-idx) TO dp-dipegang
                    IF PPT-TGL-AMBIL (pp-idx) < ws-tgl
                        DISPLAY PPT-NO (pp-idx), " ",
                                PPT-TGL-AMBIL (pp-idx), " ",
                                PPT-JAM-AMBIL (pp-idx), " ",
                                PPT-PELANGGAN (pp-idx), " ",
                                PPT-TOTAL (pp-idx), "  ",
                                PPT-DP (pp-idx), "  ",
                                PPT-DP-BAYAR (pp-idx),
                                "  LEWAT, belum diambil"
                    ELSE
                        DISPLAY PPT-NO (pp-idx), " ",
                                PPT-TGL-AMBIL (pp-idx), " ",
                                PPT-JAM-AMBIL (pp-idx), " ",
                                PPT-PELANGGAN (pp-idx), " ",
                                PPT-TOTAL (pp-idx), "  ",
                                PPT-DP (pp-idx), "  ",
                                PPT-DP-BAYAR (pp-idx)
                    END-IF
                WHEN PPT-STATUS (pp-idx) = "B"
                 AND PPT-DP-BAYAR (pp-idx) > 0
                    ADD 1 TO refund-hit
                    ADD PPT-DP-BAYAR (pp-idx) TO dp-dipegang
                    DISPLAY PPT-NO (pp-idx), " ",
                            PPT-TGL-AMBIL (pp-idx), " ",
                            PPT-JAM-AMBIL (pp-idx), " ",
                            PPT-PELANGGAN (pp-idx), " ",
                            PPT-TOTAL (pp-idx), "  ",
                            PPT-DP (pp-idx), "  ",
                            PPT-DP-BAYAR (pp-idx),
                            "  BATAL, DP belum kembali"
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *-----------------------
      * DAFTAR PRODUKSI - pesanan terbuka yang diambil pada tanggal
      * itu (0 = hari buka berikutnya), lalu total per item dan
      * kebutuhan bahannya dibanding stok buku BAHAN.txt; bahan
      * yang kurang ditandai supaya sempat dibeli atau dipindah
      *-----------------------
       CETAK-PRODUKSI.
            DISPLAY "Tanggal ambil (YYYYMMDD, 0=hari buka berikut): ".
            ACCEPT tgl-input.
            IF tgl-input = 0
                MOVE "K" TO hu-fungsi
                MOVE ws-tgl TO hu-tgl
                MOVE 1 TO hu-n
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                MOVE hu-tgl-hasil TO tgl-input
            END-IF.
            MOVE 0 TO pesanan-hit.
            MOVE 0 TO kurang-hit.
            MOVE 0 TO prd-count.
            MOVE 0 TO keb-count.
            OPEN OUTPUT PRODUKSI-REPORT.
            MOVE tgl-input TO PRH-TGL.
            MOVE PR-HEADER-LINE TO PRODUKSI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-PESANAN-PRODUKSI
                VARYING pp-idx FROM 1 BY 1 UNTIL pp-idx > pp-count.
            IF pesanan-hit = 0
                MOVE PR-NIHIL-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            ELSE
                MOVE "--- Total per item ---" TO PRJ-TEKS
                MOVE PR-JUDUL-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                PERFORM CETAK-TOTAL-ITEM
                    VARYING prd-idx FROM 1 BY 1
                    UNTIL prd-idx > prd-count
                MOVE "--- Kebutuhan bahan vs stok buku ---"
                    TO PRJ-TEKS
                MOVE PR-JUDUL-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                MOVE PR-KOLOM-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                PERFORM CETAK-KEBUTUHAN
                    VARYING keb-idx FROM 1 BY 1
                    UNTIL keb-idx > keb-count
            END-IF.
            MOVE pesanan-hit TO PRR-PESANAN.
            MOVE kurang-hit  TO PRR-KURANG.
            MOVE PR-RINGKAS-LINE TO PRODUKSI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            CLOSE PRODUKSI-REPORT.

       CETAK-PESANAN-PRODUKSI.
            IF PPT-STATUS (pp-idx) = "O"
               AND PPT-TGL-AMBIL (pp-idx) = tgl-input
                ADD 1 TO pesanan-hit
                MOVE PPT-NO (pp-idx)        TO PRP-NO
                DIVIDE PPT-JAM-AMBIL (pp-idx) BY 100
                    GIVING PRP-HH REMAINDER PRP-MM
                MOVE PPT-PELANGGAN (pp-idx) TO PRP-NAMA
                MOVE PPT-TELP (pp-idx)      TO PRP-TELP
                MOVE PPT-DP-BAYAR (pp-idx)  TO PRP-DP
                MOVE PR-PESANAN-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                PERFORM CETAK-BARIS-PRODUKSI
                    VARYING pb-idx FROM 1 BY 1
                    UNTIL pb-idx > pb-count
            END-IF.

       CETAK-BARIS-PRODUKSI.
            IF PBT-NO (pb-idx) = PPT-NO (pp-idx)
                MOVE PBT-KODE (pb-idx) TO PRB-KODE
                MOVE PBT-NAMA (pb-idx) TO PRB-NAMA
                MOVE PBT-SIZE (pb-idx) TO PRB-SIZE
                MOVE PBT-QTY (pb-idx)  TO PRB-QTY
                MOVE PBT-MODS (pb-idx) TO PRB-MODS
                MOVE PR-BARIS-LINE TO PRODUKSI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                PERFORM REKAP-ITEM-PRODUKSI
                PERFORM REKAP-BAHAN-PRODUKSI
            END-IF.

       REKAP-ITEM-PRODUKSI.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-ITEM-PRODUKSI
                VARYING prd-idx FROM 1 BY 1
                UNTIL prd-idx > prd-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM prd-idx
                ADD PBT-QTY (pb-idx) TO PRT-QTY (prd-idx)
            ELSE
                IF prd-count < 100
                    ADD 1 TO prd-count
                    MOVE PBT-KODE (pb-idx) TO PRT-KODE (prd-count)
                    MOVE PBT-SIZE (pb-idx) TO PRT-SIZE (prd-count)
                    MOVE PBT-NAMA (pb-idx) TO PRT-NAMA (prd-count)
                    MOVE PBT-QTY (pb-idx)  TO PRT-QTY (prd-count)
                END-IF
            END-IF.

       COCOKKAN-ITEM-PRODUKSI.
            IF PRT-KODE (prd-idx) = PBT-KODE (pb-idx)
               AND PRT-SIZE (prd-idx) = PBT-SIZE (pb-idx)
                MOVE "Y" TO ws-found
            END-IF.

      *     resep item x takaran ukuran, lalu resep tiap modifier
       REKAP-BAHAN-PRODUKSI.
            MOVE 100 TO persen-pakai.
            IF PBT-SIZE (pb-idx) NOT = SPACE
                PERFORM CARI-PERSEN-UKURAN
                    VARYING ukur-idx FROM 1 BY 1
                    UNTIL ukur-idx > ukur-count
            END-IF.
            MOVE PBT-KODE (pb-idx) TO menu-cari.
            MOVE PBT-QTY (pb-idx)  TO qty-pakai.
            PERFORM LEDAKKAN-RESEP-PRODUKSI
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.
            MOVE 100 TO persen-pakai.
            PERFORM LEDAKKAN-MODIFIER-PRODUKSI
                VARYING mod-pos FROM 1 BY 2 UNTIL mod-pos > 5.

       CARI-PERSEN-UKURAN.
            IF UKR-KODE (ukur-idx) = PBT-KODE (pb-idx)
               AND UKR-SIZE (ukur-idx) = PBT-SIZE (pb-idx)
                MOVE UKR-PERSEN (ukur-idx) TO persen-pakai
            END-IF.

       LEDAKKAN-MODIFIER-PRODUKSI.
            IF PBT-MODS (pb-idx) (mod-pos:2) NOT = SPACES
                MOVE "+" TO menu-cari
                MOVE PBT-MODS (pb-idx) (mod-pos:2)
                    TO menu-cari (2:2)
                PERFORM LEDAKKAN-RESEP-PRODUKSI
                    VARYING resep-idx FROM 1 BY 1
                    UNTIL resep-idx > resep-count
            END-IF.

       LEDAKKAN-RESEP-PRODUKSI.
            IF RSP-MENU (resep-idx) = menu-cari
                COMPUTE perlu-bahan ROUNDED =
                    RSP-QTY (resep-idx) * qty-pakai
                    * persen-pakai / 100
                MOVE "N" TO ws-found
                PERFORM COCOKKAN-KEBUTUHAN
                    VARYING keb-idx FROM 1 BY 1
                    UNTIL keb-idx > keb-count OR entri-ketemu
                IF entri-ketemu
                    SUBTRACT 1 FROM keb-idx
                    ADD perlu-bahan TO KBT-PERLU (keb-idx)
                ELSE
                    IF keb-count < 100
                        ADD 1 TO keb-count
                        MOVE RSP-BAHAN (resep-idx)
                            TO KBT-BAHAN (keb-count)
                        MOVE perlu-bahan TO KBT-PERLU (keb-count)
                    END-IF
                END-IF
            END-IF.

       COCOKKAN-KEBUTUHAN.
            IF KBT-BAHAN (keb-idx) = RSP-BAHAN (resep-idx)
                MOVE "Y" TO ws-found
            END-IF.

       CETAK-TOTAL-ITEM.
            MOVE PRT-KODE (prd-idx) TO PRI-KODE.
            MOVE PRT-SIZE (prd-idx) TO PRI-SIZE.
            MOVE PRT-NAMA (prd-idx) TO PRI-NAMA.
            MOVE PRT-QTY (prd-idx)  TO PRI-QTY.
            MOVE PR-ITEM-LINE TO PRODUKSI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       CETAK-KEBUTUHAN.
            MOVE KBT-BAHAN (keb-idx) TO PRK-KODE.
            MOVE KBT-PERLU (keb-idx) TO PRK-PERLU.
            MOVE SPACES TO PRK-NAMA.
            MOVE SPACES TO PRK-SAT.
            MOVE SPACES TO PRK-CATATAN.
            MOVE 0 TO PRK-KURANG.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM bahan-idx
                MOVE BHN-NAMA (bahan-idx)   TO PRK-NAMA
                MOVE BHN-SATUAN (bahan-idx) TO PRK-SAT
                MOVE BHN-ONHAND (bahan-idx) TO PRK-STOK
                COMPUTE kurang-bahan =
                    KBT-PERLU (keb-idx) - BHN-ONHAND (bahan-idx)
            ELSE
                MOVE 0 TO PRK-STOK
                MOVE KBT-PERLU (keb-idx) TO kurang-bahan
            END-IF.
            IF kurang-bahan > 0
                ADD 1 TO kurang-hit
                MOVE "KURANG" TO PRK-CATATAN
                MOVE kurang-bahan TO PRK-KURANG
            END-IF.
            MOVE PR-BAHAN-LINE TO PRODUKSI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       COCOKKAN-BAHAN.
            IF BHN-KODE (bahan-idx) = KBT-BAHAN (keb-idx)
                MOVE "Y" TO ws-found
            END-IF.

       TULIS-BARIS-LAPORAN.
            WRITE PRODUKSI-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis PRODUKSI.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY PRODUKSI-RECORD.

      *-----------------------
      * MUAT / SIMPAN - PRAPESAN.txt dan PRAPDET.txt
      *-----------------------
       MUAT-PESANAN.
            MOVE 0 TO pp-count.
            MOVE 0 TO pb-count.
            MOVE 0 TO pp-akhir.
            OPEN INPUT PRAPESAN-FILE.
            IF ws-pp-status = "00"
                PERFORM AMBIL-BARIS-PESANAN
                    UNTIL ws-pp-status NOT = "00"
                CLOSE PRAPESAN-FILE
            END-IF.
            OPEN INPUT PRAPDET-FILE.
            IF ws-pb-status = "00"
                PERFORM AMBIL-BARIS-RINCIAN
                    UNTIL ws-pb-status NOT = "00"
                CLOSE PRAPDET-FILE
            END-IF.

       AMBIL-BARIS-PESANAN.
            READ PRAPESAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF PP-NO > pp-akhir
                        MOVE PP-NO TO pp-akhir
                    END-IF
                    IF pp-count >= 500
                        DISPLAY "Tabel pesanan penuh, pesanan ", PP-NO,
                                " dilewati"
                    ELSE
                        ADD 1 TO pp-count
                        MOVE PP-NO        TO PPT-NO (pp-count)
                        MOVE PP-TGL-PESAN TO PPT-TGL-PESAN (pp-count)
                        MOVE PP-TGL-AMBIL TO PPT-TGL-AMBIL (pp-count)
                        MOVE PP-JAM-AMBIL TO PPT-JAM-AMBIL (pp-count)
                        MOVE PP-PELANGGAN TO PPT-PELANGGAN (pp-count)
                        MOVE PP-TELP      TO PPT-TELP (pp-count)
                        MOVE PP-TOTAL     TO PPT-TOTAL (pp-count)
                        MOVE PP-DP        TO PPT-DP (pp-count)
                        MOVE PP-DP-BAYAR  TO PPT-DP-BAYAR (pp-count)
                        MOVE PP-STATUS    TO PPT-STATUS (pp-count)
                        MOVE PP-STRUK     TO PPT-STRUK (pp-count)
                        MOVE PP-TGL-SELESAI
                            TO PPT-TGL-SELESAI (pp-count)
                        MOVE PP-OPER      TO PPT-OPER (pp-count)
                    END-IF
            END-READ.

       AMBIL-BARIS-RINCIAN.
            READ PRAPDET-FILE
                AT END CONTINUE
                NOT AT END
                    IF pb-count >= 3000
                        DISPLAY "Tabel baris pesanan penuh, pesanan ",
                                PB-NO, " baris ", PB-BARIS,
                                " dilewati"
                    ELSE
                        ADD 1 TO pb-count
                        MOVE PB-NO     TO PBT-NO (pb-count)
                        MOVE PB-BARIS  TO PBT-BARIS (pb-count)
                        MOVE PB-KODE   TO PBT-KODE (pb-count)
                        MOVE PB-NAMA   TO PBT-NAMA (pb-count)
                        MOVE PB-QTY    TO PBT-QTY (pb-count)
                        MOVE PB-SIZE   TO PBT-SIZE (pb-count)
                        MOVE PB-MODS   TO PBT-MODS (pb-count)
                        MOVE PB-HARGA  TO PBT-HARGA (pb-count)
                        MOVE PB-JUMLAH TO PBT-JUMLAH (pb-count)
                    END-IF
            END-READ.

       SIMPAN-PESANAN.
            OPEN OUTPUT PRAPESAN-FILE.
            PERFORM TULIS-BARIS-PESANAN
                VARYING pp-idx FROM 1 BY 1 UNTIL pp-idx > pp-count.
            IF ws-pp-status NOT = "00"
                DISPLAY "Gagal menyimpan pesanan, status ",
                        ws-pp-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE PRAPESAN-FILE.
            OPEN OUTPUT PRAPDET-FILE.
            PERFORM TULIS-BARIS-RINCIAN
                VARYING pb-idx FROM 1 BY 1 UNTIL pb-idx > pb-count.
            IF ws-pb-status NOT = "00"
                DISPLAY "Gagal menyimpan baris pesanan, status ",
                        ws-pb-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE PRAPDET-FILE.

       TULIS-BARIS-PESANAN.
            MOVE SPACES                    TO PRAPESAN-RECORD.
            MOVE PPT-NO (pp-idx)           TO PP-NO.
            MOVE PPT-TGL-PESAN (pp-idx)    TO PP-TGL-PESAN.
            MOVE PPT-TGL-AMBIL (pp-idx)    TO PP-TGL-AMBIL.
            MOVE PPT-JAM-AMBIL (pp-idx)    TO PP-JAM-AMBIL.
            MOVE PPT-PELANGGAN (pp-idx)    TO PP-PELANGGAN.
            MOVE PPT-TELP (pp-idx)         TO PP-TELP.
            MOVE PPT-TOTAL (pp-idx)        TO PP-TOTAL.
            MOVE PPT-DP (pp-idx)           TO PP-DP.
            MOVE PPT-DP-BAYAR (pp-idx)     TO PP-DP-BAYAR.
            MOVE PPT-STATUS (pp-idx)       TO PP-STATUS.
            MOVE PPT-STRUK (pp-idx)        TO PP-STRUK.
            MOVE PPT-TGL-SELESAI (pp-idx)  TO PP-TGL-SELESAI.
            MOVE PPT-OPER (pp-idx)         TO PP-OPER.
            WRITE PRAPESAN-RECORD.

       TULIS-BARIS-RINCIAN.
            MOVE SPACES                  TO PRAPDET-RECORD.
            MOVE PBT-NO (pb-idx)         TO PB-NO.
            MOVE PBT-BARIS (pb-idx)      TO PB-BARIS.
            MOVE PBT-KODE (pb-idx)       TO PB-KODE.
            MOVE PBT-NAMA (pb-idx)       TO PB-NAMA.
            MOVE PBT-QTY (pb-idx)        TO PB-QTY.
            MOVE PBT-SIZE (pb-idx)       TO PB-SIZE.
            MOVE PBT-MODS (pb-idx)       TO PB-MODS.
            MOVE PBT-HARGA (pb-idx)      TO PB-HARGA.
            MOVE PBT-JUMLAH (pb-idx)     TO PB-JUMLAH.
            WRITE PRAPDET-RECORD.

      *-----------------------
      * MUAT - menu, ukuran, modifier, resep, dan stok bahan
      *-----------------------
       MUAT-MENU.
            MOVE 0 TO item-count.
            OPEN INPUT ITEM-FILE.
            IF ws-mi-status = "00"
                PERFORM AMBIL-BARIS-MENU
                    UNTIL ws-mi-status NOT = "00"
                CLOSE ITEM-FILE
            ELSE
                DISPLAY "Berkas menu (MENUITEM.txt) belum ada"
            END-IF.

       AMBIL-BARIS-MENU.
            READ ITEM-FILE
                AT END CONTINUE
                NOT AT END
                    IF IR-MULAI <= ws-tgl
                        PERFORM SIMPAN-ENTRI-MENU
                    END-IF
            END-READ.

       SIMPAN-ENTRI-MENU.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-MENU
                VARYING item-idx FROM 1 BY 1
                UNTIL item-idx > item-count OR entri-ketemu.
            IF entri-ketemu
                SUBTRACT 1 FROM item-idx
                IF IR-MULAI >= ITM-MULAI (item-idx)
                    MOVE IR-NAMA   TO ITM-NAMA (item-idx)
                    MOVE IR-HARGA  TO ITM-HARGA (item-idx)
                    MOVE IR-STATUS TO ITM-STATUS (item-idx)
                    MOVE IR-MULAI  TO ITM-MULAI (item-idx)
                END-IF
            ELSE
                IF item-count >= 100
                    DISPLAY "Tabel menu penuh, kode ", IR-KODE,
                            " dilewati"
                ELSE
                    ADD 1 TO item-count
                    MOVE IR-KODE   TO ITM-KODE (item-count)
                    MOVE IR-NAMA   TO ITM-NAMA (item-count)
                    MOVE IR-HARGA  TO ITM-HARGA (item-count)
                    MOVE IR-STATUS TO ITM-STATUS (item-count)
                    MOVE IR-MULAI  TO ITM-MULAI (item-count)
                END-IF
            END-IF.

       COCOKKAN-MENU.
            IF ITM-KODE (item-idx) = IR-KODE
                MOVE "Y" TO ws-found
            END-IF.

       MUAT-UKURAN.
            MOVE 0 TO ukur-count.
            OPEN INPUT UKURAN-FILE.
            IF ws-uk-status = "00"
                PERFORM AMBIL-BARIS-UKURAN
                    UNTIL ws-uk-status NOT = "00"
                CLOSE UKURAN-FILE
            END-IF.

       AMBIL-BARIS-UKURAN.
            READ UKURAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF ukur-count >= 100
                        DISPLAY "Tabel ukuran penuh, baris dilewati"
                    ELSE
                        ADD 1 TO ukur-count
                        MOVE UK-KODE  TO UKR-KODE (ukur-count)
                        MOVE UK-SIZE  TO UKR-SIZE (ukur-count)
                        MOVE UK-HARGA TO UKR-HARGA (ukur-count)
                        IF UK-PERSEN IS NUMERIC AND UK-PERSEN > 0
                            MOVE UK-PERSEN TO UKR-PERSEN (ukur-count)
                        ELSE
                            MOVE 100 TO UKR-PERSEN (ukur-count)
                        END-IF
                    END-IF
            END-READ.

       MUAT-MODIF.
            MOVE 0 TO modif-count.
            OPEN INPUT MODIF-FILE.
            IF ws-md-status = "00"
                PERFORM AMBIL-BARIS-MODIF
                    UNTIL ws-md-status NOT = "00"
                CLOSE MODIF-FILE
            END-IF.

       AMBIL-BARIS-MODIF.
            READ MODIF-FILE
                AT END CONTINUE
                NOT AT END
                    IF modif-count >= 50
                        DISPLAY "Tabel modifier penuh, baris dilewati"
                    ELSE
                        ADD 1 TO modif-count
                        MOVE MD-KODE  TO MDF-KODE (modif-count)
                        MOVE MD-NAMA  TO MDF-NAMA (modif-count)
                        MOVE MD-HARGA TO MDF-HARGA (modif-count)
                    END-IF
            END-READ.

       MUAT-RESEP.
            MOVE 0 TO resep-count.
            OPEN INPUT RESEP-FILE.
            IF ws-re-status = "00"
                PERFORM AMBIL-BARIS-RESEP
                    UNTIL ws-re-status NOT = "00"
                CLOSE RESEP-FILE
            ELSE
                DISPLAY "Berkas resep (RESEP.txt) belum ada, ",
                        "kebutuhan bahan tidak dihitung"
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
                NOT AT END
                    IF bahan-count >= 100
                        DISPLAY "Tabel bahan penuh, kode ", BH-KODE,
                                " dilewati"
                    ELSE
                        ADD 1 TO bahan-count
                        MOVE BH-KODE   TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA   TO BHN-NAMA (bahan-count)
                        MOVE BH-SATUAN TO BHN-SATUAN (bahan-count)
                        MOVE BH-ONHAND TO BHN-ONHAND (bahan-count)
                    END-IF
            END-READ.

           COPY CHGTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY NOMORAMB.
