       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUENG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY ITEMSEL.
           COPY UKURSEL.
           COPY MODIFSEL.
           COPY RESEPSEL.
           COPY BAHANSEL.
           COPY JRNLDSEL.
           SELECT ARSIP-DETAIL ASSIGN TO "JRNLDETA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT MENUENG-REPORT ASSIGN TO "MENUENG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY ITEMFD.

           COPY UKURFD.

           COPY MODIFFD.

           COPY RESEPFD.

           COPY BAHANFD.

           COPY JRNLDFD.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==ARSIP-DETAIL==
                          ==JRNLD-RECORD== BY ==ARSIPD-RECORD==
                          LEADING ==JD== BY ==AD==.

       FD MENUENG-REPORT.
       01 MENUENG-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-mi-status  pic X(02).
       77 ws-uk-status  pic X(02).
       77 ws-md-status  pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-ad-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 tgl-dari      pic 9(08).
       77 tgl-sampai    pic 9(08).
       77 target-fc     pic 9(03).
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
       77 var-count     pic 9(03) value 0.
       77 var-idx       pic 9(03) comp.
       77 kelas-idx     pic 9(01) comp.
       77 mod-ke        pic 9(01) comp.
       77 mod-pos       pic 9(01) comp.
       77 menu-cari     pic X(04).
       77 kode-cari     pic X(04).
       77 size-cari     pic X(01).
       77 mod-cari      pic X(02).
       77 qty-jual      pic S9(05).
       77 jumlah-jual   pic S9(07).
       77 mods-jual     pic X(06).
       77 biaya-resep   pic 9(07).
       77 biaya-mod     pic 9(07).
       77 hpp-baris     pic S9(11).
       77 total-unit    pic S9(09) value 0.
       77 total-cm      pic S9(11) value 0.
       77 cm-rata       pic S9(07) value 0.
       77 ambang-mix    pic 9(03)V9 value 0.
       77 fc-lebih      pic 9(03)V9.
       77 lewat-count   pic 9(06) value 0.
       77 mahal-count   pic 9(03) value 0.
       77 ws-found      pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-resep-ada  pic X value "N".
           88 resep-ada    value "Y".
       77 ws-lengkap    pic X value "Y".
           88 resep-lengkap value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * menu yang berlaku: per kode record MENUITEM.txt terbaru yang
      * tanggal mulainya tidak di masa depan
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

      *    biaya bahan satu modifier dari baris resep "+kode"
       01 MODIF-TABEL.
           05 MODIF-ENTRY OCCURS 50 TIMES.
               10 MDF-KODE   PIC X(02).
               10 MDF-BIAYA  PIC 9(07).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU   PIC X(04).
               10 RSP-BAHAN  PIC X(04).
               10 RSP-QTY    PIC 9(05).

       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-COST   PIC 9(06).

      *-----------------------
      * satu entri per item aktif per ukuran (regular = spasi):
      * harga jual dan biaya resep per gelas, lalu penjualan
      * periode -- unit, omzet, dan HPP termasuk modifier
      *-----------------------
       01 VARIAN-TABEL.
           05 VARIAN-ENTRY OCCURS 200 TIMES.
               10 VAR-KODE    PIC X(04).
               10 VAR-SIZE    PIC X(01).
               10 VAR-NAMA    PIC X(10).
               10 VAR-HARGA   PIC 9(05).
               10 VAR-BIAYA   PIC 9(07).
               10 VAR-RESEP   PIC X(01).
               10 VAR-FC      PIC 9(03)V9.
               10 VAR-UNIT    PIC S9(07).
               10 VAR-OMZET   PIC S9(09).
               10 VAR-HPP     PIC S9(11).
               10 VAR-CMT     PIC S9(11).
               10 VAR-CMU     PIC S9(07).
               10 VAR-MIX     PIC 9(03)V9.
               10 VAR-KELAS   PIC 9(01).

      *-----------------------
      * empat kuadran: laku = porsi unit paling sedikit 70% dari
      * porsi rata-rata; marjin tinggi = marjin per gelas paling
      * sedikit rata-rata tertimbang seluruh menu
      *-----------------------
       01 KELAS-DATA.
           05 FILLER PIC X(49) VALUE
               "BINTANG   pertahankan mutu dan posisi di menu".
           05 FILLER PIC X(49) VALUE
               "KUDA BEBANlaris, marjin tipis: tinjau harga/resep".
           05 FILLER PIC X(49) VALUE
               "TEKA-TEKI marjin bagus, kurang laku: promosikan".
           05 FILLER PIC X(49) VALUE
               "ANJING    kurang laku, marjin tipis: tinjau ulang".
       01 KELAS-TABEL REDEFINES KELAS-DATA.
           05 KELAS-ENTRY OCCURS 4 TIMES.
               10 KL-NAMA   PIC X(10).
               10 KL-SARAN  PIC X(39).
       01 KELAS-JUMLAH.
           05 KELAS-JML OCCURS 4 TIMES.
               10 KLJ-COUNT PIC 9(03).
               10 KLJ-UNIT  PIC S9(09).
               10 KLJ-CMT   PIC S9(11).

       01 ME-HEADER-LINE.
           02 FILLER    PIC X(20) VALUE "=== REKAYASA MENU - ".
           02 MEH-DARI  PIC 9(08).
           02 FILLER    PIC X(05) VALUE " s/d ".
           02 MEH-SAMPAI PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(55) VALUE SPACES.

       01 ME-KOLOM-LINE.
           02 FILLER    PIC X(48) VALUE
               "Kode U Nama       Harga Biaya   FC%   Unit  Mix%".
           02 FILLER    PIC X(52) VALUE
               " Mrj/gls Mrj. total  Kelas      Catatan".

       01 ME-KELAS-HDR.
           02 FILLER    PIC X(04) VALUE "--- ".
           02 MEK-NAMA  PIC X(10).
           02 FILLER    PIC X(03) VALUE " - ".
           02 MEK-SARAN PIC X(39).
           02 FILLER    PIC X(44) VALUE SPACES.

       01 ME-DETAIL-LINE.
           02 MED-KODE  PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MED-SIZE  PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MED-NAMA  PIC X(10).
           02 MED-HARGA PIC Z(5)9.
           02 MED-BIAYA PIC Z(5)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MED-FC    PIC ZZ9.9.
           02 MED-UNIT  PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MED-MIX   PIC ZZ9.9.
           02 MED-CMU   PIC -(7)9.
           02 MED-CMT   PIC -(10)9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 MED-KELAS PIC X(10).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MED-CATATAN PIC X(12).
           02 FILLER    PIC X(08) VALUE SPACES.

       01 ME-RATA-LINE.
           02 FILLER    PIC X(34) VALUE
               "Rata-rata marjin per gelas   : Rp ".
           02 MER-CM    PIC -(6)9.
           02 FILLER    PIC X(23) VALUE "   ambang laku: mix >= ".
           02 MER-AMBANG PIC ZZ9.9.
           02 FILLER    PIC X(01) VALUE "%".
           02 FILLER    PIC X(30) VALUE SPACES.

       01 ME-RINGKAS-LINE.
           02 MEJ-NAMA  PIC X(10).
           02 FILLER    PIC X(02) VALUE ": ".
           02 MEJ-COUNT PIC ZZ9.
           02 FILLER    PIC X(07) VALUE " item, ".
           02 MEJ-UNIT  PIC -(8)9.
           02 FILLER    PIC X(18) VALUE " gelas, marjin Rp ".
           02 MEJ-CMT   PIC -(10)9.
           02 FILLER    PIC X(40) VALUE SPACES.

       01 ME-LEWAT-LINE.
           02 FILLER    PIC X(38) VALUE
               "Unit terjual di luar menu aktif     : ".
           02 MEL-COUNT PIC Z(5)9.
           02 FILLER    PIC X(56) VALUE
               "  (item/ukuran sudah tidak aktif, tidak ikut kuadran)".

       01 ME-FC-HDR.
           02 FILLER    PIC X(31) VALUE
               "--- Biaya bahan di atas target ".
           02 MEF-TARGET PIC ZZ9.
           02 FILLER    PIC X(21) VALUE "% dari harga jual ---".
           02 FILLER    PIC X(45) VALUE SPACES.

       01 ME-FC-LINE.
           02 MEF-KODE  PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MEF-SIZE  PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 MEF-NAMA  PIC X(10).
           02 FILLER    PIC X(11) VALUE "  harga Rp ".
           02 MEF-HARGA PIC Z(5)9.
           02 FILLER    PIC X(11) VALUE "  biaya Rp ".
           02 MEF-BIAYA PIC Z(5)9.
           02 FILLER    PIC X(05) VALUE "  FC ".
           02 MEF-FC    PIC ZZ9.9.
           02 FILLER    PIC X(09) VALUE "%  lewat ".
           02 MEF-LEBIH PIC ZZ9.9.
           02 FILLER    PIC X(05) VALUE " poin".
           02 FILLER    PIC X(20) VALUE SPACES.

       01 ME-NIHIL-LINE.
           02 FILLER    PIC X(13) VALUE "  (tidak ada)".
           02 FILLER    PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "MENUENG" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== REKAYASA MENU: LAKU VS MARJIN ===".
            DISPLAY "Tanggal awal (YYYYMMDD, 0=awal bulan usaha) : ".
            ACCEPT tgl-dari.
            IF tgl-dari = 0
                MOVE ws-tgl TO tgl-dari
                MOVE "01" TO tgl-dari (7:2)
            END-IF.
            DISPLAY "Tanggal akhir (YYYYMMDD, 0=hari usaha)      : ".
            ACCEPT tgl-sampai.
            IF tgl-sampai = 0
                MOVE ws-tgl TO tgl-sampai
            END-IF.
            DISPLAY "Target biaya bahan % harga jual (0 = 30)    : ".
            ACCEPT target-fc.
            IF target-fc = 0
                MOVE 30 TO target-fc
            END-IF.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-dari TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid = "Y"
                MOVE tgl-sampai TO hu-tgl
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
            END-IF.
            EVALUATE TRUE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal ", hu-tgl, " tidak sah"
                    MOVE 1 TO RETURN-CODE
                WHEN tgl-dari > tgl-sampai
                    DISPLAY "Tanggal awal sesudah tanggal akhir"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM HITUNG-REKAYASA
                    PERFORM TULIS-LAPORAN
            END-EVALUATE.
            MOVE "MENUENG" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * REKAYASA MENU - biaya resep tiap varian dari RESEP.txt x
      * harga pokok bahan (BAHAN.txt) kini, dikali takaran ukuran;
      * penjualan periode dari jurnal detail hidup dan arsip, HPP
      * tiap baris termasuk bahan modifiernya
      *-----------------------
       HITUNG-REKAYASA.
            MOVE 0 TO var-count.
            MOVE 0 TO total-unit.
            MOVE 0 TO total-cm.
            MOVE 0 TO lewat-count.
            PERFORM MUAT-BAHAN.
            PERFORM MUAT-RESEP.
            PERFORM MUAT-MENU.
            PERFORM MUAT-UKURAN.
            PERFORM MUAT-MODIFIER.
            PERFORM SUSUN-VARIAN
                VARYING item-idx FROM 1 BY 1
                UNTIL item-idx > item-count.
            OPEN INPUT DETAIL-JOURNAL.
            IF ws-jd-status = "00"
                PERFORM AMBIL-DETAIL-HIDUP
                    UNTIL ws-jd-status NOT = "00"
                CLOSE DETAIL-JOURNAL
            END-IF.
            OPEN INPUT ARSIP-DETAIL.
            IF ws-ad-status = "00"
                PERFORM AMBIL-DETAIL-ARSIP
                    UNTIL ws-ad-status NOT = "00"
                CLOSE ARSIP-DETAIL
            END-IF.
            PERFORM JUMLAH-VARIAN
                VARYING var-idx FROM 1 BY 1 UNTIL var-idx > var-count.
            IF total-unit > 0
                COMPUTE cm-rata ROUNDED = total-cm / total-unit
            ELSE
                MOVE 0 TO cm-rata
            END-IF.
            IF var-count > 0
                COMPUTE ambang-mix ROUNDED = 70 / var-count
            END-IF.
            PERFORM KOSONGKAN-KELAS
                VARYING kelas-idx FROM 1 BY 1 UNTIL kelas-idx > 4.
            PERFORM GOLONGKAN-VARIAN
                VARYING var-idx FROM 1 BY 1 UNTIL var-idx > var-count.

      *    item aktif: varian regular dengan harga MENUITEM, lalu
      *    setiap varian ukurannya dengan harga dan takarannya
       SUSUN-VARIAN.
            IF ITM-STATUS (item-idx) = "A"
                MOVE ITM-KODE (item-idx) TO menu-cari
                PERFORM HITUNG-BIAYA-RESEP
                MOVE SPACE TO size-cari
                PERFORM TAMBAH-VARIAN
                PERFORM TAMBAH-VARIAN-UKURAN
                    VARYING ukur-idx FROM 1 BY 1
                    UNTIL ukur-idx > ukur-count
            END-IF.

       TAMBAH-VARIAN-UKURAN.
            IF UKR-KODE (ukur-idx) = ITM-KODE (item-idx)
                MOVE UKR-SIZE (ukur-idx) TO size-cari
                PERFORM TAMBAH-VARIAN
            END-IF.

      *    biaya-resep, ws-resep-ada dan ws-lengkap sudah dihitung
      *    untuk kode menu ini; size-cari spasi = regular
       TAMBAH-VARIAN.
            IF var-count >= 200
                DISPLAY "Tabel varian penuh, ", menu-cari, " ",
                        size-cari, " dilewati"
            ELSE
                ADD 1 TO var-count
                MOVE menu-cari TO VAR-KODE (var-count)
                MOVE size-cari TO VAR-SIZE (var-count)
                MOVE ITM-NAMA (item-idx) TO VAR-NAMA (var-count)
                IF size-cari = SPACE
                    MOVE ITM-HARGA (item-idx) TO VAR-HARGA (var-count)
                    MOVE biaya-resep TO VAR-BIAYA (var-count)
                ELSE
                    MOVE UKR-HARGA (ukur-idx) TO VAR-HARGA (var-count)
                    COMPUTE VAR-BIAYA (var-count) ROUNDED =
                        biaya-resep * UKR-PERSEN (ukur-idx) / 100
                END-IF
                EVALUATE TRUE
                    WHEN NOT resep-ada
                        MOVE "T" TO VAR-RESEP (var-count)
                    WHEN NOT resep-lengkap
                        MOVE "K" TO VAR-RESEP (var-count)
                    WHEN OTHER
                        MOVE "Y" TO VAR-RESEP (var-count)
                END-EVALUATE
                IF VAR-HARGA (var-count) = 0
                    MOVE 0 TO VAR-FC (var-count)
                ELSE
                    COMPUTE VAR-FC (var-count) ROUNDED =
                        VAR-BIAYA (var-count) * 100
                        / VAR-HARGA (var-count)
                        ON SIZE ERROR MOVE 999.9 TO VAR-FC (var-count)
                    END-COMPUTE
                END-IF
                MOVE 0 TO VAR-UNIT (var-count)
                MOVE 0 TO VAR-OMZET (var-count)
                MOVE 0 TO VAR-HPP (var-count)
                MOVE 0 TO VAR-CMT (var-count)
                MOVE 0 TO VAR-CMU (var-count)
                MOVE 0 TO VAR-MIX (var-count)
                MOVE 0 TO VAR-KELAS (var-count)
            END-IF.

      *    menu-cari diisi pemanggil; bahan yang tidak ada di
      *    BAHAN.txt membuat resep tidak lengkap (dihitung 0)
       HITUNG-BIAYA-RESEP.
            MOVE 0 TO biaya-resep.
            MOVE "N" TO ws-resep-ada.
            MOVE "Y" TO ws-lengkap.
            PERFORM TAMBAH-BIAYA-BAHAN
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.

       TAMBAH-BIAYA-BAHAN.
            IF RSP-MENU (resep-idx) = menu-cari
                MOVE "Y" TO ws-resep-ada
                MOVE RSP-BAHAN (resep-idx) TO kode-cari
                PERFORM CARI-BAHAN
                IF sudah-ketemu
                    COMPUTE biaya-resep = biaya-resep
                        + RSP-QTY (resep-idx) * BHN-COST (bahan-idx)
                ELSE
                    MOVE "N" TO ws-lengkap
                END-IF
            END-IF.

       CARI-BAHAN.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM bahan-idx
            END-IF.

       COCOKKAN-BAHAN.
            IF BHN-KODE (bahan-idx) = kode-cari
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * PENJUALAN - baris detail dalam periode; baris pembalik
      * bertanda negatif sehingga ikut ternetting
      *-----------------------
       AMBIL-DETAIL-HIDUP.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JD-DATE >= tgl-dari AND JD-DATE <= tgl-sampai
                        MOVE JD-KODE   TO menu-cari
                        MOVE JD-SIZE   TO size-cari
                        MOVE JD-QTY    TO qty-jual
                        MOVE JD-JUMLAH TO jumlah-jual
                        MOVE JD-MODS   TO mods-jual
                        PERFORM CATAT-PENJUALAN
                    END-IF
            END-READ.

       AMBIL-DETAIL-ARSIP.
            READ ARSIP-DETAIL
                AT END CONTINUE
                NOT AT END
                    IF AD-DATE >= tgl-dari AND AD-DATE <= tgl-sampai
                        MOVE AD-KODE   TO menu-cari
                        MOVE AD-SIZE   TO size-cari
                        MOVE AD-QTY    TO qty-jual
                        MOVE AD-JUMLAH TO jumlah-jual
                        MOVE AD-MODS   TO mods-jual
                        PERFORM CATAT-PENJUALAN
                    END-IF
            END-READ.

       CATAT-PENJUALAN.
            MOVE "N" TO ws-found.
            PERFORM COCOKKAN-VARIAN
                VARYING var-idx FROM 1 BY 1
                UNTIL var-idx > var-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM var-idx
                MOVE 0 TO biaya-mod
                PERFORM TAMBAH-BIAYA-MODIFIER
                    VARYING mod-ke FROM 1 BY 1 UNTIL mod-ke > 3
                COMPUTE hpp-baris =
                    (VAR-BIAYA (var-idx) + biaya-mod) * qty-jual
                ADD qty-jual    TO VAR-UNIT (var-idx)
                ADD jumlah-jual TO VAR-OMZET (var-idx)
                ADD hpp-baris   TO VAR-HPP (var-idx)
            ELSE
                ADD qty-jual TO lewat-count
            END-IF.

       COCOKKAN-VARIAN.
            IF VAR-KODE (var-idx) = menu-cari
               AND VAR-SIZE (var-idx) = size-cari
                MOVE "Y" TO ws-found
            END-IF.

       TAMBAH-BIAYA-MODIFIER.
            COMPUTE mod-pos = mod-ke * 2 - 1.
            MOVE mods-jual (mod-pos:2) TO mod-cari.
            IF mod-cari NOT = SPACES
                PERFORM CARI-MODIFIER-BIAYA
                    VARYING modif-idx FROM 1 BY 1
                    UNTIL modif-idx > modif-count
            END-IF.

       CARI-MODIFIER-BIAYA.
            IF MDF-KODE (modif-idx) = mod-cari
                ADD MDF-BIAYA (modif-idx) TO biaya-mod
            END-IF.

      *-----------------------
      * KUADRAN - marjin per gelas dari penjualan nyata (omzet -
      * HPP) / unit; varian tanpa penjualan memakai harga jual -
      * biaya resep
      *-----------------------
       JUMLAH-VARIAN.
            COMPUTE VAR-CMT (var-idx) =
                VAR-OMZET (var-idx) - VAR-HPP (var-idx).
            IF VAR-UNIT (var-idx) > 0
                COMPUTE VAR-CMU (var-idx) ROUNDED =
                    VAR-CMT (var-idx) / VAR-UNIT (var-idx)
                ADD VAR-UNIT (var-idx) TO total-unit
                ADD VAR-CMT (var-idx)  TO total-cm
            ELSE
                COMPUTE VAR-CMU (var-idx) =
                    VAR-HARGA (var-idx) - VAR-BIAYA (var-idx)
            END-IF.

       KOSONGKAN-KELAS.
            MOVE 0 TO KLJ-COUNT (kelas-idx).
            MOVE 0 TO KLJ-UNIT (kelas-idx).
            MOVE 0 TO KLJ-CMT (kelas-idx).

       GOLONGKAN-VARIAN.
            IF total-unit > 0 AND VAR-UNIT (var-idx) > 0
                COMPUTE VAR-MIX (var-idx) ROUNDED =
                    VAR-UNIT (var-idx) * 100 / total-unit
            ELSE
                MOVE 0 TO VAR-MIX (var-idx)
            END-IF.
            EVALUATE TRUE
                WHEN VAR-UNIT (var-idx) * var-count * 100
                         >= total-unit * 70
                     AND VAR-UNIT (var-idx) > 0
                     AND VAR-CMU (var-idx) >= cm-rata
                    MOVE 1 TO VAR-KELAS (var-idx)
                WHEN VAR-UNIT (var-idx) * var-count * 100
                         >= total-unit * 70
                     AND VAR-UNIT (var-idx) > 0
                    MOVE 2 TO VAR-KELAS (var-idx)
                WHEN VAR-CMU (var-idx) >= cm-rata
                    MOVE 3 TO VAR-KELAS (var-idx)
                WHEN OTHER
                    MOVE 4 TO VAR-KELAS (var-idx)
            END-EVALUATE.
            MOVE VAR-KELAS (var-idx) TO kelas-idx.
            ADD 1 TO KLJ-COUNT (kelas-idx).
            ADD VAR-UNIT (var-idx) TO KLJ-UNIT (kelas-idx).
            ADD VAR-CMT (var-idx)  TO KLJ-CMT (kelas-idx).

      *-----------------------
      * LAPORAN - MENUENG.txt, disambung: varian per kuadran,
      * ringkasan kuadran, lalu varian yang biaya bahannya di atas
      * target persen harga jual
      *-----------------------
       TULIS-LAPORAN.
            OPEN INPUT MENUENG-REPORT.
            IF ws-rpt-status = "00"
                CLOSE MENUENG-REPORT
                OPEN EXTEND MENUENG-REPORT
            ELSE
                OPEN OUTPUT MENUENG-REPORT
            END-IF.
            MOVE tgl-dari   TO MEH-DARI.
            MOVE tgl-sampai TO MEH-SAMPAI.
            MOVE ME-HEADER-LINE TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE ME-KOLOM-LINE TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-KELAS
                VARYING kelas-idx FROM 1 BY 1 UNTIL kelas-idx > 4.
            MOVE cm-rata    TO MER-CM.
            MOVE ambang-mix TO MER-AMBANG.
            MOVE ME-RATA-LINE TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-RINGKAS-KELAS
                VARYING kelas-idx FROM 1 BY 1 UNTIL kelas-idx > 4.
            IF lewat-count NOT = 0
                MOVE lewat-count TO MEL-COUNT
                MOVE ME-LEWAT-LINE TO MENUENG-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            MOVE target-fc TO MEF-TARGET.
            MOVE ME-FC-HDR TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE 0 TO mahal-count.
            PERFORM CETAK-BIAYA-MAHAL
                VARYING var-idx FROM 1 BY 1 UNTIL var-idx > var-count.
            IF mahal-count = 0
                MOVE ME-NIHIL-LINE TO MENUENG-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            CLOSE MENUENG-REPORT.

       CETAK-KELAS.
            MOVE KL-NAMA (kelas-idx)  TO MEK-NAMA.
            MOVE KL-SARAN (kelas-idx) TO MEK-SARAN.
            MOVE ME-KELAS-HDR TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-VARIAN-KELAS
                VARYING var-idx FROM 1 BY 1 UNTIL var-idx > var-count.

       CETAK-VARIAN-KELAS.
            IF VAR-KELAS (var-idx) = kelas-idx
                MOVE VAR-KODE (var-idx)  TO MED-KODE
                MOVE VAR-SIZE (var-idx)  TO MED-SIZE
                MOVE VAR-NAMA (var-idx)  TO MED-NAMA
                MOVE VAR-HARGA (var-idx) TO MED-HARGA
                MOVE VAR-BIAYA (var-idx) TO MED-BIAYA
                MOVE VAR-FC (var-idx)    TO MED-FC
                MOVE VAR-UNIT (var-idx)  TO MED-UNIT
                MOVE VAR-MIX (var-idx)   TO MED-MIX
                MOVE VAR-CMU (var-idx)   TO MED-CMU
                MOVE VAR-CMT (var-idx)   TO MED-CMT
                MOVE KL-NAMA (kelas-idx) TO MED-KELAS
                EVALUATE VAR-RESEP (var-idx)
                    WHEN "T" MOVE "tanpa resep"  TO MED-CATATAN
                    WHEN "K" MOVE "resep kurang" TO MED-CATATAN
                    WHEN OTHER MOVE SPACES       TO MED-CATATAN
                END-EVALUATE
                MOVE ME-DETAIL-LINE TO MENUENG-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       CETAK-RINGKAS-KELAS.
            MOVE KL-NAMA (kelas-idx)   TO MEJ-NAMA.
            MOVE KLJ-COUNT (kelas-idx) TO MEJ-COUNT.
            MOVE KLJ-UNIT (kelas-idx)  TO MEJ-UNIT.
            MOVE KLJ-CMT (kelas-idx)   TO MEJ-CMT.
            MOVE ME-RINGKAS-LINE TO MENUENG-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

      *    varian tanpa resep tidak punya biaya bahan yang berarti
       CETAK-BIAYA-MAHAL.
            IF VAR-RESEP (var-idx) NOT = "T"
               AND VAR-FC (var-idx) > target-fc
                ADD 1 TO mahal-count
                COMPUTE fc-lebih = VAR-FC (var-idx) - target-fc
                MOVE VAR-KODE (var-idx)  TO MEF-KODE
                MOVE VAR-SIZE (var-idx)  TO MEF-SIZE
                MOVE VAR-NAMA (var-idx)  TO MEF-NAMA
                MOVE VAR-HARGA (var-idx) TO MEF-HARGA
                MOVE VAR-BIAYA (var-idx) TO MEF-BIAYA
                MOVE VAR-FC (var-idx)    TO MEF-FC
                MOVE fc-lebih            TO MEF-LEBIH
                MOVE ME-FC-LINE TO MENUENG-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       TULIS-BARIS-LAPORAN.
            WRITE MENUENG-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis MENUENG.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY MENUENG-RECORD.

      *-----------------------
      * MUAT - menu, ukuran, modifier, resep, dan harga pokok bahan
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
                UNTIL item-idx > item-count OR sudah-ketemu.
            IF sudah-ketemu
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

       MUAT-MODIFIER.
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
                        MOVE MD-KODE TO MDF-KODE (modif-count)
                        MOVE "+"     TO menu-cari
                        MOVE MD-KODE TO menu-cari (2:2)
                        PERFORM HITUNG-BIAYA-RESEP
                        MOVE biaya-resep TO MDF-BIAYA (modif-count)
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
                        "biaya bahan dihitung 0"
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
                        MOVE BH-KODE TO BHN-KODE (bahan-count)
                        MOVE BH-COST TO BHN-COST (bahan-count)
                    END-IF
            END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
