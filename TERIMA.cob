       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY TRMSEL.
           COPY BAHANSEL.
           COPY POSEL.
           COPY RESEPSEL.
           COPY HPOKSEL.
           COPY CHGSEL.
           COPY LOTSEL.
           SELECT PO-TMP ASSIGN TO "PO.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY TRMFD.

           COPY BAHANFD.

           COPY POFD.

           COPY RESEPFD.

           COPY HPOKFD.

           COPY CHGFD.

           COPY LOTFD.

       FD PO-TMP.
       01 PO-KEEP PIC X(50).


           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-tr-status  pic X(02).
       77 ws-po-status  pic X(02).
       77 ws-pt-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-hp-status  pic X(02).
       77 ws-tgl        pic 9(08).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY LOTWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       77 supplier-input pic 9(03).
       77 kode-input    pic X(04).
       77 nama-input    pic X(12).
       77 note-input    pic X(10).
       77 po-input      pic 9(05).
       77 po-hit        pic 9(02) value 0.
       77 lot-input     pic X(10).
       77 expiry-input  pic 9(08).
       77 lacak-input   pic X(01).
           88 lacak-lot value "Y" "y".
       77 hu-fungsi     pic X.
       77 hu-tgl        pic 9(08).
       77 hu-n          pic 9(03).
       77 hu-tgl-hasil  pic 9(08).
       77 hu-harinum    pic 9(07).
       77 hu-valid      pic X.
       77 terima-count  pic 9(04) value 0.
       77 rincian-count pic 9(04) value 0.
       77 total-qty     pic 9(07) value 0.
       77 total-nilai   pic 9(09) value 0.
       77 diterima-count pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 ws-found      pic X value "N".
           88 bahan-ketemu value "Y".
       77 cost-lama     pic 9(06) value 0.
       77 cost-baru     pic 9(06) value 0.
       77 resep-count   pic 9(03) value 0.
       77 resep-idx     pic 9(03) comp.
       77 hpk-count     pic 9(03) value 0.
       77 hpk-idx       pic 9(03) comp.
       77 menu-count    pic 9(03) value 0.
       77 menu-idx      pic 9(03) comp.
       77 menu-cari     pic X(04).
       77 pokok-baru    pic 9(09) value 0.
       77 pokok-count   pic 9(03) value 0.
       77 ws-lengkap    pic X value "Y".
           88 resep-lengkap value "Y".

      *-----------------------
      * kode bahan yang diterima run ini; menu yang resepnya memakai
      * salah satunya dihitung ulang harga pokoknya
      *-----------------------
       01 DITERIMA-TABEL.
           05 DITERIMA-KODE PIC X(04) OCCURS 100 TIMES.

      *-----------------------
      * resep (menu -> bahan) dan harga pokok menu terakhir, untuk
      * menghitung ulang HPOKOK.txt menu yang bahannya diterima
      *-----------------------
       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU  PIC X(04).
               10 RSP-BAHAN PIC X(04).
               10 RSP-QTY   PIC 9(05).

       01 HPK-TABEL.
           05 HPK-ENTRY OCCURS 100 TIMES.
               10 HPK-KODE  PIC X(04).
               10 HPK-COST  PIC 9(06).
               10 HPK-MULAI PIC 9(08).

       01 MENU-UBAH-TABEL.
           05 MENU-UBAH OCCURS 100 TIMES PIC X(04).

       01 RPT-HEADER-LINE.
           02 FILLER PIC X(32) VALUE "=== PENERIMAAN BARANG HARIAN - ".
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO terima-count.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "Y"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== PENERIMAAN BARANG - ", ws-tgl, " ===".
            IF WS-PRD-BUKA
                MOVE 0 TO diterima-count
                PERFORM MULAI-LOT
                MOVE SPACE TO TAMBAH-DATA
                PERFORM TERIMA-SATU UNTIL TIDAK
                IF terima-count NOT = 0
                    PERFORM PERBARUI-HARGA-POKOK
                END-IF
                PERFORM TULIS-LAPORAN-HARIAN
            END-IF.
            MOVE "TERIMA" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * SATU BARIS PENERIMAAN - dijurnal apa adanya lalu record
      * bahan itu ditambah langsung di BAHAN.txt (harga pokok satuan
      * bahan menjadi rata-rata tertimbang stok lama dan barang yang
      * diterima)
      *-----------------------
       TERIMA-SATU.
            DISPLAY "ID pemasok (3 angka)          : ".
            ACCEPT note-input.
            DISPLAY "No. PO (0 = tanpa PO)         : ".
            ACCEPT po-input.
            PERFORM TANYA-LOT.
            PERFORM TULIS-JURNAL-TERIMA.
            IF po-input NOT = 0
                PERFORM TANDAI-PO-DITERIMA

           COPY TANYALANJUT.

      *-----------------------
      * LOT - bahan bertanda mudah rusak (atau bahan baru yang
      * ditandai begitu) wajib membawa nomor lot dan tanggal
      * kedaluwarsa yang sah; stoknya ditambahkan ke lot itu
      *-----------------------
       TANYA-LOT.
            MOVE SPACES TO lot-input.
            MOVE 0 TO expiry-input.
            MOVE "N" TO lacak-input.
            MOVE "N" TO ws-found.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                MOVE kode-input TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE "Y"    TO ws-found
                        MOVE BH-LOT TO lacak-input
                END-READ
                CLOSE BAHAN-FILE
            END-IF.
            IF NOT bahan-ketemu
                DISPLAY "Bahan baru mudah rusak, lacak lot? (Y/T): "
                ACCEPT lacak-input
            END-IF.
            IF lacak-lot
                MOVE "Y" TO lacak-input
                PERFORM MINTA-LOT UNTIL lot-input NOT = SPACES
                MOVE "N" TO hu-valid
                PERFORM MINTA-KEDALUWARSA UNTIL hu-valid = "Y"
            ELSE
                MOVE "N" TO lacak-input
            END-IF.

       MINTA-LOT.
            DISPLAY "No. lot (maks 10)             : ".
            ACCEPT lot-input.

       MINTA-KEDALUWARSA.
            DISPLAY "Tanggal kedaluwarsa (YYYYMMDD): ".
            ACCEPT expiry-input.
            MOVE "V" TO hu-fungsi.
            MOVE expiry-input TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            IF hu-valid NOT = "Y"
                DISPLAY "Tanggal ", expiry-input, " tidak sah"
            ELSE
                IF expiry-input < ws-tgl
                    DISPLAY "PERHATIAN: lot ", lot-input,
                            " sudah kedaluwarsa saat diterima"
                END-IF
            END-IF.

      *    lot disimpan per baris penerimaan, sama seperti stok
      *    bahannya; lot yang sama datang lagi (kiriman susulan)
      *    ditumpuk, walau lot lamanya sudah habis terpakai
       TAMBAH-LOT.
            MOVE kode-input   TO WS-LOT-KODE.
            MOVE lot-input    TO WS-LOT-NOMOR.
            MOVE expiry-input TO WS-LOT-EXPIRY.
            MOVE qty-input    TO WS-LOT-SISA.
            MOVE ws-tgl       TO WS-LOT-TERIMA.
            PERFORM CATAT-LOT-MASUK.
            PERFORM SIMPAN-LOT.
            PERFORM MULAI-LOT.

       TULIS-JURNAL-TERIMA.
            OPEN INPUT TERIMA-JOURNAL.
            IF WS-TR-STATUS = "00"
            MOVE note-input     TO TR-NOTE.
            MOVE WS-SESI-ID     TO TR-OPER.
            MOVE po-input       TO TR-PO.
            MOVE lot-input      TO TR-LOT.
            MOVE expiry-input   TO TR-EXPIRY.
            WRITE TERIMA-RECORD.
            IF WS-TR-STATUS NOT = "00"
                DISPLAY "Gagal menulis jurnal penerimaan, status ",
            END-READ.

      *-----------------------
      * STOK BAHAN - record kode yang diterima dibaca lewat kuncinya
      * lalu ditulis ulang (atau dibuat dengan ambang 0 bila bahan
      * belum pernah dikontrol); kodenya dicatat untuk hitung ulang
      * harga pokok menu di akhir run
      *-----------------------
       TAMBAH-STOK-BAHAN.
            MOVE "N" TO ws-found.
            OPEN I-O BAHAN-FILE.
            IF ws-bh-status = "35"
                OPEN OUTPUT BAHAN-FILE
                CLOSE BAHAN-FILE
                OPEN I-O BAHAN-FILE
            END-IF.
            IF ws-bh-status NOT = "00"
                DISPLAY "Berkas bahan tidak terbuka, status ",
                        ws-bh-status, "; stok ", kode-input,
                        " tidak diperbarui"
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE kode-input TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE "Y" TO ws-found
                END-READ
                IF bahan-ketemu
                    PERFORM HITUNG-RATA-RATA
                    ADD qty-input TO BH-ONHAND
                    REWRITE BAHAN-RECORD
                        INVALID KEY
                            DISPLAY "Gagal menyimpan stok ",
                                    kode-input, ", status ",
                                    ws-bh-status
                            MOVE 1 TO RETURN-CODE
                    END-REWRITE
                    IF lacak-lot
                        PERFORM TAMBAH-LOT
                    END-IF
                    DISPLAY "Stok ", kode-input, " sekarang ",
                            BH-ONHAND, " ", BH-SATUAN
                ELSE
                    PERFORM BUAT-BAHAN-BARU
                END-IF
                CLOSE BAHAN-FILE
                PERFORM CATAT-KODE-DITERIMA
            END-IF.

       BUAT-BAHAN-BARU.
            DISPLAY "Bahan baru; nama (maks 12)    : ".
            ACCEPT nama-input.
            DISPLAY "Satuan (GRM/ML/PCS)           : ".
            ACCEPT satuan-input.
            MOVE SPACES       TO BAHAN-RECORD.
            MOVE kode-input   TO BH-KODE.
            MOVE nama-input   TO BH-NAMA.
            MOVE satuan-input TO BH-SATUAN.
            MOVE qty-input    TO BH-ONHAND.
            MOVE 0            TO BH-MINIMUM.
            MOVE cost-input   TO BH-COST.
            MOVE lacak-input  TO BH-LOT.
            WRITE BAHAN-RECORD
                INVALID KEY
                    DISPLAY "Gagal menambah bahan ", kode-input,
                            ", status ", ws-bh-status
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            IF lacak-lot
                PERFORM TAMBAH-LOT
            END-IF.
            DISPLAY "Bahan ", kode-input, " baru ikut ",
                    "kontrol stok, ambang 0".
            MOVE "BAHAN"      TO WS-CHG-FILE.
            MOVE "T"          TO WS-CHG-AKSI.
            MOVE kode-input   TO WS-CHG-KUNCI.
            MOVE "BH-COST"    TO WS-CHG-FIELD.
            MOVE SPACES       TO WS-CHG-LAMA.
            MOVE cost-input   TO WS-CHG-BARU.
            PERFORM CATAT-PERUBAHAN.

       CATAT-KODE-DITERIMA.
            MOVE "N" TO ws-found.
            PERFORM CARI-KODE-DITERIMA
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > diterima-count OR bahan-ketemu.
            IF NOT bahan-ketemu
                IF diterima-count >= 100
                    DISPLAY "Daftar bahan diterima penuh, harga ",
                            "pokok menu ", kode-input,
                            " tidak dihitung ulang"
                ELSE
                    ADD 1 TO diterima-count
                    MOVE kode-input TO DITERIMA-KODE (diterima-count)
                END-IF
            END-IF.

       CARI-KODE-DITERIMA.
            IF DITERIMA-KODE (bahan-idx) = kode-input
                MOVE "Y" TO ws-found
            END-IF.

      *-----------------------
      * RATA-RATA TERTIMBANG - (stok x harga lama + qty terima x
      * harga beli) / (stok + qty terima).  Stok buku nol atau
      * negatif tidak punya nilai, jadi harga beli dipakai apa
      * adanya.  Setiap perubahan harga dicatat di riwayat.
      *-----------------------
       HITUNG-RATA-RATA.
            MOVE BH-COST TO cost-lama.
            IF BH-ONHAND > 0
                COMPUTE cost-baru ROUNDED =
                    (BH-ONHAND * cost-lama
                     + qty-input * cost-input)
                    / (BH-ONHAND + qty-input)
            ELSE
                MOVE cost-input TO cost-baru
            END-IF.
            IF cost-baru NOT = cost-lama
                MOVE cost-baru  TO BH-COST
                MOVE "BAHAN"    TO WS-CHG-FILE
                MOVE "U"        TO WS-CHG-AKSI
                MOVE kode-input TO WS-CHG-KUNCI
                MOVE "BH-COST"  TO WS-CHG-FIELD
                MOVE cost-lama  TO WS-CHG-LAMA
                MOVE cost-baru  TO WS-CHG-BARU
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Harga pokok ", kode-input, " Rp ", cost-lama,
                        " -> Rp ", cost-baru, " per ",
                        BH-SATUAN
            END-IF.

      *-----------------------
      * HARGA POKOK MENU - menu yang resepnya memakai bahan yang
      * diterima run ini dihitung ulang (jumlah qty resep x harga
      * pokok bahan) dan, bila berbeda dari harga pokok terakhir,
      * mendapat record HPOKOK.txt baru berlaku mulai hari ini.
      * Menu tanpa resep, atau yang bahannya tidak ada di
      * BAHAN.txt, tetap memakai harga pokok ketikan MENUADM.
      *-----------------------
       PERBARUI-HARGA-POKOK.
            MOVE 0 TO resep-count.
            MOVE 0 TO hpk-count.
            MOVE 0 TO menu-count.
            MOVE 0 TO pokok-count.
            OPEN INPUT RESEP-FILE.
            IF ws-re-status = "00"
                PERFORM AMBIL-BARIS-RESEP
                    UNTIL ws-re-status NOT = "00"
                CLOSE RESEP-FILE
            END-IF.
            PERFORM KUMPULKAN-MENU-TERDAMPAK
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.
            IF menu-count > 0
                OPEN INPUT BAHAN-FILE
                OPEN INPUT HPOKOK-FILE
                IF ws-hp-status = "00"
                    PERFORM AMBIL-BARIS-POKOK
                        UNTIL ws-hp-status NOT = "00"
                    CLOSE HPOKOK-FILE
                END-IF
                PERFORM HITUNG-POKOK-MENU
                    VARYING menu-idx FROM 1 BY 1
                    UNTIL menu-idx > menu-count
                CLOSE BAHAN-FILE
                DISPLAY pokok-count, " harga pokok menu diperbarui ",
                        "dari resep"
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
                        MOVE RS-QTY OF RESEP-RECORD
                            TO RSP-QTY (resep-count)
                    END-IF
            END-READ.

       KUMPULKAN-MENU-TERDAMPAK.
            MOVE RSP-BAHAN (resep-idx) TO kode-input.
            MOVE "N" TO ws-found.
            PERFORM CARI-KODE-DITERIMA
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > diterima-count OR bahan-ketemu.
            IF bahan-ketemu
      *         baris "+modifier" bukan menu, tidak punya HPOKOK
                IF RSP-MENU (resep-idx) (1:1) NOT = "+"
                    MOVE RSP-MENU (resep-idx) TO menu-cari
                    MOVE "N" TO ws-found
                    PERFORM CARI-MENU-UBAH
                        VARYING menu-idx FROM 1 BY 1
                        UNTIL menu-idx > menu-count OR bahan-ketemu
                    IF NOT bahan-ketemu
                        IF menu-count >= 100
                            DISPLAY "Tabel menu penuh, harga pokok ",
                                    menu-cari, " tidak dihitung"
                        ELSE
                            ADD 1 TO menu-count
                            MOVE menu-cari TO MENU-UBAH (menu-count)
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CARI-MENU-UBAH.
            IF MENU-UBAH (menu-idx) = menu-cari
                MOVE "Y" TO ws-found
            END-IF.

       AMBIL-BARIS-POKOK.
            READ HPOKOK-FILE
                AT END CONTINUE
                NOT AT END
                    IF HP-MULAI <= ws-tgl
                        PERFORM SIMPAN-ENTRI-POKOK
                    END-IF
            END-READ.

       SIMPAN-ENTRI-POKOK.
            MOVE "N" TO ws-found.
            PERFORM CARI-POKOK
                VARYING hpk-idx FROM 1 BY 1
                UNTIL hpk-idx > hpk-count OR bahan-ketemu.
            IF bahan-ketemu
                SUBTRACT 1 FROM hpk-idx
                IF HP-MULAI >= HPK-MULAI (hpk-idx)
                    MOVE HP-COST  TO HPK-COST (hpk-idx)
                    MOVE HP-MULAI TO HPK-MULAI (hpk-idx)
                END-IF
            ELSE
                IF hpk-count >= 100
                    DISPLAY "Tabel harga pokok penuh, kode ",
                            HP-KODE, " dilewati"
                ELSE
                    ADD 1 TO hpk-count
                    MOVE HP-KODE  TO HPK-KODE (hpk-count)
                    MOVE HP-COST  TO HPK-COST (hpk-count)
                    MOVE HP-MULAI TO HPK-MULAI (hpk-count)
                END-IF
            END-IF.

       CARI-POKOK.
            IF HPK-KODE (hpk-idx) = HP-KODE
                MOVE "Y" TO ws-found
            END-IF.

       HITUNG-POKOK-MENU.
            MOVE MENU-UBAH (menu-idx) TO menu-cari.
            MOVE 0 TO pokok-baru.
            MOVE "Y" TO ws-lengkap.
            PERFORM TAMBAH-POKOK-RESEP
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.
            MOVE menu-cari TO HP-KODE.
            MOVE "N" TO ws-found.
            PERFORM CARI-POKOK
                VARYING hpk-idx FROM 1 BY 1
                UNTIL hpk-idx > hpk-count OR bahan-ketemu.
            IF bahan-ketemu
                SUBTRACT 1 FROM hpk-idx
                MOVE HPK-COST (hpk-idx) TO cost-lama
            ELSE
                MOVE 0 TO cost-lama
            END-IF.
            EVALUATE TRUE
                WHEN NOT resep-lengkap
                    DISPLAY "Resep ", menu-cari, " memakai bahan di ",
                            "luar BAHAN.txt, harga pokok tetap"
                WHEN pokok-baru > 999999
                    DISPLAY "Harga pokok ", menu-cari, " terlalu ",
                            "besar, tidak diperbarui"
                WHEN pokok-baru = cost-lama
                    CONTINUE
                WHEN OTHER
                    MOVE pokok-baru TO cost-baru
                    PERFORM TULIS-HARGA-POKOK
            END-EVALUATE.

       TAMBAH-POKOK-RESEP.
            IF RSP-MENU (resep-idx) = menu-cari
                MOVE RSP-BAHAN (resep-idx) TO BH-KODE
                READ BAHAN-FILE
                    INVALID KEY
                        MOVE "N" TO ws-lengkap
                    NOT INVALID KEY
                        COMPUTE pokok-baru = pokok-baru
                            + RSP-QTY (resep-idx) * BH-COST
                END-READ
            END-IF.

       TULIS-HARGA-POKOK.
            OPEN INPUT HPOKOK-FILE.
            IF ws-hp-status = "00"
                CLOSE HPOKOK-FILE
                OPEN EXTEND HPOKOK-FILE
            ELSE
                OPEN OUTPUT HPOKOK-FILE
            END-IF.
            MOVE SPACES     TO HPOKOK-RECORD.
            MOVE menu-cari  TO HP-KODE.
            MOVE cost-baru TO HP-COST.
            MOVE ws-tgl     TO HP-MULAI.
            WRITE HPOKOK-RECORD.
            IF ws-hp-status NOT = "00"
                DISPLAY "Gagal menyimpan harga pokok, status ",
                        ws-hp-status
                MOVE 1 TO RETURN-CODE
            ELSE
                ADD 1 TO pokok-count
                MOVE "HPOKOK"   TO WS-CHG-FILE
                MOVE "U"        TO WS-CHG-AKSI
                MOVE menu-cari  TO WS-CHG-KUNCI
                MOVE "HP-COST"  TO WS-CHG-FIELD
                MOVE cost-lama  TO WS-CHG-LAMA
                MOVE cost-baru TO WS-CHG-BARU
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Harga pokok menu ", menu-cari, " Rp ",
                        cost-lama, " -> Rp ", cost-baru
            END-IF.
            CLOSE HPOKOK-FILE.

      *-----------------------
      * LAPORAN HARIAN - seluruh penerimaan tanggal usaha berjalan
                CLOSE TERIMA-JOURNAL
            END-IF.
            MOVE rincian-count TO RS-COUNT.
            MOVE total-qty     TO RS-QTY OF RPT-SUMMARY-LINE.
            MOVE total-nilai   TO RS-NILAI.
            MOVE RPT-SUMMARY-LINE TO TERIMA-RPT-RECORD.
            WRITE TERIMA-RPT-RECORD.
                    END-IF
            END-READ.

           COPY CHGTULIS.

           COPY LOTPAKAI.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
