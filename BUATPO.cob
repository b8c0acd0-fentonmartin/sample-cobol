           COPY SUPSEL.
           COPY POSEL.
           COPY BAHANSEL.
           COPY RESEPSEL.
           COPY JRNLDSEL.
           SELECT ARSIP-DETAIL ASSIGN TO "JRNLDETA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT PONO-CTR ASSIGN TO "PONO.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PN-STATUS.

           COPY BAHANFD.

           COPY RESEPFD.

           COPY JRNLDFD.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==ARSIP-DETAIL==
                          ==JRNLD-RECORD== BY ==ARSIPD-RECORD==
                          LEADING ==JD== BY ==AD==.

       FD PONO-CTR.
       01 PONO-RECORD.
           02 PN-NO PIC 9(05).
       77 ws-bh-status  pic X(02).
       77 ws-pn-status  pic X(02).
       77 ws-doc-status pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-ad-status  pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       77 tok-idx       pic 99 comp.
       77 ws-pasok      pic X value "N".
           88 pemasok-punya value "Y".
       77 ws-found      pic X value "N".
           88 sudah-ketemu value "Y".
       77 kode-cari     pic X(04).
       77 menu-cari     pic X(04).
       77 qty-jual      pic S9(05).
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 resep-count   pic 9(03) value 0.
       77 resep-idx     pic 9(03) comp.
       77 minggu-riwayat pic 9(02).
       77 hari-riwayat  pic 9(03).
       77 hari-aman     pic 9(02).
       77 hari-siklus   pic 9(02).
       77 hari-buka     pic 9(03) value 0.
       77 hari-ke       pic 9(03).
       77 tgl-riwayat   pic 9(08).
       77 tgl-lalu      pic 9(08).
       77 tgl-cek       pic 9(08).
       77 hn-kini       pic 9(07).
       77 hn-lalu       pic 9(07).
       77 bagi-tahun    pic 9(04).
       77 sisa-mmdd     pic 9(04).
       77 cache-tgl     pic 9(08) value 0.
       77 cache-tutup   pic X value "N".
       77 lead-hari     pic 9(02).
       77 rata-pakai    pic 9(05)V99.
       77 titik-pesan   pic 9(07).
       77 plafon-stok   pic S9(08).
       77 order-input   pic 9(07).

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * SU-ITEMS dipecah per token (pisah spasi) sebelum dicocokkan;
           05 TOK PIC X(04) OCCURS 10 TIMES.

      *-----------------------
      * pemasok dan bahan di bawah titik pesan dimuat ke tabel dulu;
      * PO dikelompokkan per pemasok supaya satu pemasok satu nomor
      * PO.  LOW-TITIK adalah titik pesan yang berlaku, LOW-RATA
      * pemakaian rata-rata per hari buka, LOW-SARAN jumlah pesan
      * yang disarankan sebelum operator mengubahnya
      *-----------------------
       01 SUP-TABEL.
           05 SUP-ENTRY OCCURS 30 TIMES.
               10 LOW-KODE   PIC X(04).
               10 LOW-NAMA   PIC X(12).
               10 LOW-ONHAND PIC S9(07).
               10 LOW-TITIK  PIC 9(07).
               10 LOW-RATA   PIC 9(05)V99.
               10 LOW-SARAN  PIC 9(07).
               10 LOW-SUDAH  PIC X(01).

      *-----------------------
      * semua bahan beserta pemakaiannya menurut resep selama jendela
      * riwayat; dasar pemakaian rata-rata per hari buka
      *-----------------------
       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-ONHAND PIC S9(07).
               10 BHN-MIN    PIC 9(07).
               10 BHN-PAKAI  PIC S9(09).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU  PIC X(04).
               10 RSP-BAHAN PIC X(04).
               10 RSP-QTY   PIC 9(05).

       01 DOC-HEADER-LINE.
           02 FILLER   PIC X(21) VALUE "=== PURCHASE ORDER # ".
           02 DH-NO    PIC 9(05).
           02 FILLER   PIC X(08) VALUE "  stok  ".
           02 DI-STOK  PIC -(6)9.
           02 FILLER   PIC X(10) VALUE "  ambang  ".
           02 DI-TITIK PIC Z(6)9.
           02 FILLER   PIC X(11) VALUE "  pakai/hr ".
           02 DI-RATA  PIC ZZZZ9.99.
           02 FILLER   PIC X(15) VALUE SPACES.

       01 DOC-OPEN-LINE.
           02 FILLER   PIC X(03) VALUE "PO ".
           02 DO-STAT  PIC X(01).
           02 FILLER   PIC X(44) VALUE SPACES.

       COPY NOMORWS.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
                PERFORM LAPORKAN-PO-TERBUKA
            ELSE
                PERFORM MUAT-PEMASOK
                PERFORM TANYA-PARAMETER
                PERFORM MUAT-BAHAN-RENDAH
                IF low-count = 0
                    DISPLAY "Tidak ada bahan di bawah titik pesan, ",
                            "tidak ada PO dibuat"
                ELSE
                    PERFORM BUKA-PO-FILE
                    PERFORM BUKA-PO-DOC
                    PERFORM PROSES-PER-PEMASOK
                        UNTIL low-idx > low-count
                    CLOSE PO-FILE
                    CLOSE PO-DOC
                    DISPLAY po-dibuat, " PO (", baris-dibuat,
                            " baris) dibuat, dokumen di PODOC.txt"
                END-IF
            MOVE 0 TO po-terbuka.
            MOVE 0 TO sup-count.
            MOVE 0 TO low-count.
            MOVE 0 TO bahan-count.
            MOVE 0 TO resep-count.
            MOVE 0 TO hari-buka.

       MUAT-PEMASOK.
            OPEN INPUT SUPPLIER-FILE.
            END-READ.

      *-----------------------
      * PARAMETER - panjang riwayat pemakaian, stok pengaman dan
      * siklus pesan (jarak antar-PO yang direncanakan), semuanya
      * dalam hari; nol berarti pakai nilai baku
      *-----------------------
       TANYA-PARAMETER.
            DISPLAY "Riwayat pemakaian (minggu, 0 = 4)     : ".
            ACCEPT minggu-riwayat.
            IF minggu-riwayat = 0
                MOVE 4 TO minggu-riwayat
            END-IF.
            IF minggu-riwayat > 26
                MOVE 26 TO minggu-riwayat
            END-IF.
            COMPUTE hari-riwayat = minggu-riwayat * 7.
            DISPLAY "Stok pengaman (hari, 0 = 2)           : ".
            ACCEPT hari-aman.
            IF hari-aman = 0
                MOVE 2 TO hari-aman
            END-IF.
            DISPLAY "Siklus pesan (hari, 0 = 7)            : ".
            ACCEPT hari-siklus.
            IF hari-siklus = 0
                MOVE 7 TO hari-siklus
            END-IF.

      *-----------------------
      * bahan yang perlu dipesan: stok pada/di bawah titik pesan.
      * Titik pesan = pemakaian rata-rata per hari buka x (lead time
      * pemasok + stok pengaman); jumlah pesan mengisi stok sampai
      * titik itu ditambah pemakaian satu siklus pesan.  Bahan yang
      * belum punya riwayat pemakaian tetap memakai ambang BH-MINIMUM
      * dan isi sampai dua kali ambang seperti REORDER
      *-----------------------
       MUAT-BAHAN-RENDAH.
            PERFORM MUAT-BAHAN.
            PERFORM HITUNG-PEMAKAIAN.
            PERFORM PILIH-BAHAN-RENDAH
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.

       MUAT-BAHAN.
            OPEN INPUT BAHAN-FILE.
            IF ws-bh-status = "00"
                PERFORM AMBIL-BARIS-BAHAN
                    UNTIL ws-bh-status NOT = "00"
                CLOSE BAHAN-FILE
            ELSE
                DISPLAY "Berkas stok bahan (BAHAN.txt) belum ada"
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
                        MOVE BH-KODE    TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                        MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                        MOVE BH-MINIMUM TO BHN-MIN (bahan-count)
                        MOVE 0          TO BHN-PAKAI (bahan-count)
                    END-IF
            END-READ.

       PILIH-BAHAN-RENDAH.
            MOVE BHN-KODE (bahan-idx) TO kode-cari.
            PERFORM CARI-LEAD.
            IF BHN-PAKAI (bahan-idx) > 0 AND hari-buka > 0
                COMPUTE rata-pakai ROUNDED =
                    BHN-PAKAI (bahan-idx) / hari-buka
                COMPUTE titik-pesan ROUNDED =
                    rata-pakai * (lead-hari + hari-aman)
                COMPUTE plafon-stok ROUNDED =
                    rata-pakai * (lead-hari + hari-aman + hari-siklus)
            ELSE
                MOVE 0 TO rata-pakai
                MOVE BHN-MIN (bahan-idx) TO titik-pesan
                COMPUTE plafon-stok = BHN-MIN (bahan-idx) * 2
            END-IF.
            IF BHN-ONHAND (bahan-idx) <= titik-pesan
                IF low-count >= 100
                    DISPLAY "Tabel bahan rendah penuh, ",
                            "kode ", BHN-KODE (bahan-idx), " dilewati"
                ELSE
                    ADD 1 TO low-count
                    MOVE BHN-KODE (bahan-idx) TO LOW-KODE (low-count)
                    MOVE BHN-NAMA (bahan-idx) TO LOW-NAMA (low-count)
                    MOVE BHN-ONHAND (bahan-idx)
                                           TO LOW-ONHAND (low-count)
                    MOVE titik-pesan TO LOW-TITIK (low-count)
                    MOVE rata-pakai  TO LOW-RATA (low-count)
                    COMPUTE plafon-stok =
                        plafon-stok - BHN-ONHAND (bahan-idx)
                    IF plafon-stok < 1
                        MOVE 1 TO plafon-stok
                    END-IF
                    MOVE plafon-stok TO LOW-SARAN (low-count)
                    MOVE "N"         TO LOW-SUDAH (low-count)
                END-IF
            END-IF.

      *    lead time pemasok pertama yang memasok kode-cari, yaitu
      *    pemasok yang nanti menerima PO-nya; nol bila tak ada
       CARI-LEAD.
            MOVE 0 TO lead-hari.
            MOVE "N" TO ws-pasok.
            PERFORM UJI-PEMASOK-PUNYA
                VARYING sup-idx FROM 1 BY 1
                UNTIL sup-idx > sup-count OR pemasok-punya.
            IF pemasok-punya
                SUBTRACT 1 FROM sup-idx
                MOVE SPT-LEAD (sup-idx) TO lead-hari
            END-IF.

      *    kode-cari diisi pemanggil; bahan-idx menunjuk entrinya
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
      * PEMAKAIAN - penjualan jendela riwayat (hari sebelum tanggal
      * usaha, hari ini belum tutup buku) diledakkan lewat resep
      * seperti kasir menarik stok; detail yang sudah diarsip ikut
      * dibaca.  Hari tutup (Minggu / LIBUR.txt) tidak dihitung,
      * baik penjualannya maupun sebagai pembagi
      *-----------------------
       HITUNG-PEMAKAIAN.
            PERFORM HITUNG-JENDELA.
            PERFORM MUAT-RESEP.
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
            DISPLAY "Riwayat pemakaian mulai ", tgl-riwayat, ", ",
                    hari-buka, " hari buka".

      *    tanggal awal jendela: mundur setahun lewat tanggal yang
      *    sama tahun lalu (29 Feb jadi 28 Feb), lalu maju dengan
      *    HARIUTIL sampai tinggal hari-riwayat hari sebelum hari ini
       HITUNG-JENDELA.
            COMPUTE tgl-lalu = ws-tgl - 10000.
            DIVIDE tgl-lalu BY 10000 GIVING bagi-tahun
                REMAINDER sisa-mmdd.
            IF sisa-mmdd = 229
                SUBTRACT 1 FROM tgl-lalu
            END-IF.
            MOVE "H" TO hu-fungsi.
            MOVE ws-tgl TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO hn-kini.
            MOVE tgl-lalu TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO hn-lalu.
            MOVE "T" TO hu-fungsi.
            MOVE tgl-lalu TO hu-tgl.
            COMPUTE hu-n = hn-kini - hn-lalu - hari-riwayat.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO tgl-riwayat.
            MOVE 0 TO hari-buka.
            PERFORM HITUNG-HARI-BUKA
                VARYING hari-ke FROM 0 BY 1
                UNTIL hari-ke >= hari-riwayat.

       HITUNG-HARI-BUKA.
            MOVE "T" TO hu-fungsi.
            MOVE tgl-riwayat TO hu-tgl.
            MOVE hari-ke TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO tgl-cek.
            PERFORM UJI-HARI-TUTUP.
            IF cache-tutup = "N"
                ADD 1 TO hari-buka
            END-IF.

      *    tgl-cek diisi pemanggil; cache-tutup Y bila toko tutup.
      *    Jurnal berurutan tanggal jadi HARIUTIL jarang dipanggil
       UJI-HARI-TUTUP.
            IF tgl-cek NOT = cache-tgl
                MOVE "L" TO hu-fungsi
                MOVE tgl-cek TO hu-tgl
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                MOVE tgl-cek TO cache-tgl
                IF hu-harinum = 1
                    MOVE "Y" TO cache-tutup
                ELSE
                    MOVE "N" TO cache-tutup
                END-IF
            END-IF.

       MUAT-RESEP.
            OPEN INPUT RESEP-FILE.
            IF ws-re-status = "00"
                PERFORM AMBIL-BARIS-RESEP
                    UNTIL ws-re-status NOT = "00"
                CLOSE RESEP-FILE
            ELSE
                DISPLAY "Berkas resep (RESEP.txt) belum ada, ",
                        "semua bahan memakai ambang tetap"
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

       AMBIL-DETAIL-HIDUP.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JD-DATE >= tgl-riwayat AND JD-DATE < ws-tgl
                        MOVE JD-DATE TO tgl-cek
                        PERFORM UJI-HARI-TUTUP
                        IF cache-tutup = "N"
                            MOVE JD-KODE TO menu-cari
                            MOVE JD-QTY  TO qty-jual
                            PERFORM LEDAKKAN-PENJUALAN
                        END-IF
                    END-IF
            END-READ.

       AMBIL-DETAIL-ARSIP.
            READ ARSIP-DETAIL
                AT END CONTINUE
                NOT AT END
                    IF AD-DATE >= tgl-riwayat AND AD-DATE < ws-tgl
                        MOVE AD-DATE TO tgl-cek
                        PERFORM UJI-HARI-TUTUP
                        IF cache-tutup = "N"
                            MOVE AD-KODE TO menu-cari
                            MOVE AD-QTY  TO qty-jual
                            PERFORM LEDAKKAN-PENJUALAN
                        END-IF
                    END-IF
            END-READ.

       LEDAKKAN-PENJUALAN.
            PERFORM LEDAKKAN-BARIS-RESEP
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.

       LEDAKKAN-BARIS-RESEP.
            IF RSP-MENU (resep-idx) = menu-cari
                MOVE RSP-BAHAN (resep-idx) TO kode-cari
                PERFORM CARI-BAHAN
                IF sudah-ketemu
                    COMPUTE BHN-PAKAI (bahan-idx) =
                        BHN-PAKAI (bahan-idx)
                        + RSP-QTY (resep-idx) * qty-jual
                END-IF
            END-IF.

      *-----------------------
      * NOMOR PO - satu nomor per pemasok, ditarik dari seri PO lewat
      * NOMORGEN; seri yang belum ada dibuka dari counter PONO.txt
      * lama (sekali saja)
      *-----------------------
       TARIK-PO-NO.
            MOVE "PO" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                PERFORM INIT-PO-NO
                MOVE po-next TO NM-AWAL
                MOVE 99999 TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO po-next.
            IF NOMOR-OK
                MOVE NM-NOMOR TO po-next
            END-IF.

       INIT-PO-NO.
            MOVE 0 TO po-next.
            OPEN INPUT PONO-CTR.
                CLOSE PONO-CTR
            END-IF.

       BUKA-PO-FILE.
            OPEN INPUT PO-FILE.
            IF ws-po-status = "00"

      *-----------------------
      * SATU PEMASOK - semua bahan rendah yang kodenya tercantum di
      * SU-ITEMS pemasok itu masuk satu nomor PO; jumlah pesan yang
      * disarankan boleh diubah operator per baris sebelum baris itu
      * masuk PO.txt dan dokumen PO
      *-----------------------
       PROSES-PER-PEMASOK.
            MOVE 0 TO sup-hit.
            PERFORM HITUNG-ITEM-PEMASOK
                VARYING low-idx FROM 1 BY 1 UNTIL low-idx > low-count.
            IF sup-hit NOT = 0
                PERFORM TARIK-PO-NO
                IF po-next = 0
                    DISPLAY "Nomor PO tidak bisa ditarik, pemasok ",
                            SPT-ID (sup-idx), " dilewati"
                ELSE
                    ADD 1 TO po-dibuat
                    PERFORM TULIS-DOC-HEADER
                    PERFORM TULIS-BARIS-PO
                        VARYING low-idx FROM 1 BY 1
                        UNTIL low-idx > low-count
                END-IF
            END-IF.

       HITUNG-ITEM-PEMASOK.
            IF LOW-SUDAH (low-idx) = "N"
                MOVE LOW-KODE (low-idx) TO kode-cari
                PERFORM UJI-PEMASOK-PUNYA
                IF pemasok-punya
                    ADD 1 TO sup-hit
                END-IF
            END-IF.

      *    kode-cari diisi pemanggil; sup-idx menunjuk pemasoknya
       UJI-PEMASOK-PUNYA.
            MOVE "N" TO ws-pasok.
            MOVE SPACES TO TOKEN-AREA.

       COCOKKAN-TOKEN.
            IF TOK (tok-idx) NOT = SPACES AND
               TOK (tok-idx) = kode-cari
                MOVE "Y" TO ws-pasok
            END-IF.


       TULIS-BARIS-PO.
            IF LOW-SUDAH (low-idx) = "N"
                MOVE LOW-KODE (low-idx) TO kode-cari
                PERFORM UJI-PEMASOK-PUNYA
                IF pemasok-punya
                    MOVE "Y" TO LOW-SUDAH (low-idx)
                    MOVE LOW-SARAN (low-idx) TO order-qty
                    PERFORM TANYA-JUMLAH-PESAN
                    PERFORM TULIS-RECORD-PO
                    PERFORM TULIS-DOC-ITEM
                    ADD 1 TO baris-dibuat
                END-IF
            END-IF.

      *    baris dokumen ditampilkan dengan jumlah saran; operator
      *    mengetik jumlah lain atau nol untuk menerima saran
       TANYA-JUMLAH-PESAN.
            PERFORM SIAPKAN-DOC-ITEM.
            DISPLAY "PO ", po-next, DOC-ITEM-LINE (1:85).
            DISPLAY "Jumlah pesan (0 = pakai saran)        : ".
            ACCEPT order-input.
            IF order-input NOT = 0
                MOVE order-input TO order-qty
            END-IF.

       TULIS-RECORD-PO.
            MOVE SPACES            TO PO-RECORD.
            MOVE po-next           TO PO-NO.
            END-IF.

       TULIS-DOC-ITEM.
            PERFORM SIAPKAN-DOC-ITEM.
            MOVE DOC-ITEM-LINE TO PO-DOC-RECORD.
            WRITE PO-DOC-RECORD.

       SIAPKAN-DOC-ITEM.
            MOVE LOW-KODE (low-idx)   TO DI-KODE.
            MOVE LOW-NAMA (low-idx)   TO DI-NAMA.
            MOVE order-qty            TO DI-QTY.
            MOVE LOW-ONHAND (low-idx) TO DI-STOK.
            MOVE LOW-TITIK (low-idx)  TO DI-TITIK.
            MOVE LOW-RATA (low-idx)   TO DI-RATA.

       LAPOR-TANPA-PEMASOK.
            IF LOW-SUDAH (low-idx) = "N"
                DISPLAY "PERHATIAN: bahan ", LOW-KODE (low-idx),
                        " di bawah titik pesan tapi tidak ada pemasok ",
                        "yang memasoknya"
            END-IF.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY NOMORAMB.
