       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAKAIBHN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY BAHANSEL.
           COPY RESEPSEL.
           COPY OPNSEL.
           COPY TRMSEL.
           COPY SUSUTSEL.
           COPY RETURSEL.
           COPY JRNLDSEL.
           SELECT ARSIP-DETAIL ASSIGN TO "JRNLDETA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT PAKAI-REPORT ASSIGN TO "PAKAIBHN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY BAHANFD.

           COPY RESEPFD.

           COPY OPNFD.

           COPY TRMFD.

           COPY SUSUTFD.

           COPY RETURFD.

           COPY JRNLDFD.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==ARSIP-DETAIL==
                          ==JRNLD-RECORD== BY ==ARSIPD-RECORD==
                          LEADING ==JD== BY ==AD==.

       FD PAKAI-REPORT.
       01 PAKAI-RPT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-bh-status  pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-aj-status  pic X(02).
       77 ws-tr-status  pic X(02).
       77 ws-ss-status  pic X(02).
       77 ws-rt-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-ad-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 tgl-dari      pic 9(08).
       77 tgl-sampai    pic 9(08).
       77 toleransi     pic 9(03).
       77 kunci-rec     pic 9(16).
       77 kode-cari     pic X(04).
       77 menu-cari     pic X(04).
       77 qty-jual      pic S9(05).
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 resep-count   pic 9(03) value 0.
       77 resep-idx     pic 9(03) comp.
       77 aktual        pic S9(09).
       77 selisih       pic S9(09).
       77 selisih-abs   pic 9(09).
       77 batas-selisih pic 9(09).
       77 selisih-rp    pic S9(11).
       77 total-rp      pic S9(11) value 0.
       77 hitung-count  pic 9(03) value 0.
       77 lewat-count   pic 9(03) value 0.
       77 jual-count    pic 9(06) value 0.
       77 ws-found      pic X value "N".
           88 sudah-ketemu value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * per bahan: opname pembuka (yang terakhir pada/sebelum
      * tanggal dari) dan penutup (yang terakhir pada/sebelum
      * tanggal sampai), lalu semua gerakan di antara kedua
      * cap waktu hitungan itu
      *-----------------------
       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE     PIC X(04).
               10 BHN-NAMA     PIC X(12).
               10 BHN-SATUAN   PIC X(03).
               10 BHN-COST     PIC 9(06).
               10 BHN-AWAL-KEY PIC 9(16).
               10 BHN-AWAL     PIC S9(07).
               10 BHN-AKHR-KEY PIC 9(16).
               10 BHN-AKHIR    PIC S9(07).
               10 BHN-TERIMA   PIC S9(09).
               10 BHN-TEORI    PIC S9(09).
               10 BHN-SUSUT    PIC S9(09).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 300 TIMES.
               10 RSP-MENU  PIC X(04).
               10 RSP-BAHAN PIC X(04).
               10 RSP-QTY   PIC 9(05).

       01 RPT-HEADER-LINE.
           02 FILLER    PIC X(36) VALUE
               "=== PEMAKAIAN BAHAN TEORI VS AKTUAL ".
           02 RH-DARI   PIC 9(08).
           02 FILLER    PIC X(05) VALUE " s/d ".
           02 RH-SAMPAI PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(39) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER    PIC X(42) VALUE
               "Kode Nama         Sat    Awal  Terima   Te".
           02 FILLER    PIC X(38) VALUE
               "ori   Susut  Aktual Selisih Selisih Rp".
           02 FILLER    PIC X(20) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           02 RD-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-NAMA   PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SATUAN PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-AWAL   PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-TERIMA PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-TEORI  PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SUSUT  PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-AKTUAL PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SELQTY PIC -(6)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SELRP  PIC -(9)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-FLAG   PIC X(03).
           02 FILLER    PIC X(16) VALUE SPACES.

       01 RPT-TANPA-LINE.
           02 RX-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RX-NAMA   PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RX-SATUAN PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RX-KET    PIC X(45).
           02 FILLER    PIC X(33) VALUE SPACES.

       01 RPT-TOTAL-LINE.
           02 FILLER    PIC X(16) VALUE "Bahan dihitung: ".
           02 RT-HITUNG PIC ZZ9.
           02 FILLER    PIC X(21) VALUE "  di luar toleransi: ".
           02 RT-LEWAT  PIC ZZ9.
           02 FILLER    PIC X(23) VALUE "  total selisih     Rp ".
           02 RT-RP     PIC -(10)9.
           02 FILLER    PIC X(23) VALUE SPACES.

       01 RPT-TOL-LINE.
           02 FILLER    PIC X(11) VALUE "Toleransi: ".
           02 RL-TOL    PIC ZZ9.
           02 FILLER    PIC X(41) VALUE
               "% dari pemakaian teori; *** = di luar tol".
           02 FILLER    PIC X(45) VALUE
               "eransi. Aktual = awal + terima - akhir.     ".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "PAKAIBHN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== PEMAKAIAN BAHAN TEORI VS AKTUAL ===".
            DISPLAY "Tanggal opname awal (YYYYMMDD): ".
            ACCEPT tgl-dari.
            DISPLAY "Tanggal opname akhir (YYYYMMDD, 0=hari usaha): ".
            ACCEPT tgl-sampai.
            IF tgl-sampai = 0
                MOVE ws-tgl TO tgl-sampai
            END-IF.
            DISPLAY "Toleransi selisih % (0 = 5)   : ".
            ACCEPT toleransi.
            IF toleransi = 0
                MOVE 5 TO toleransi
            END-IF.
            MOVE "V" TO hu-fungsi.
            MOVE tgl-dari TO hu-tgl.
            MOVE 0 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            EVALUATE TRUE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal ", tgl-dari, " tidak sah"
                    MOVE 1 TO RETURN-CODE
                WHEN tgl-dari >= tgl-sampai
                    DISPLAY "Tanggal awal harus sebelum tanggal akhir"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM HITUNG-PEMAKAIAN
            END-EVALUATE.
            MOVE "PAKAIBHN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * PEMAKAIAN - opname dibaca lebih dulu karena jendela tiap
      * bahan ditentukan oleh cap waktu hitungannya sendiri;
      * barulah penerimaan (dikurangi retur ke pemasok), susut,
      * dan penjualan (jurnal hidup dan arsip) dijumlahkan bila
      * jatuh di dalam jendela itu
      *-----------------------
       HITUNG-PEMAKAIAN.
            PERFORM MUAT-BAHAN.
            PERFORM MUAT-RESEP.
            OPEN INPUT ADJUST-FILE.
            IF ws-aj-status = "00"
                PERFORM AMBIL-BARIS-OPNAME
                    UNTIL ws-aj-status NOT = "00"
                CLOSE ADJUST-FILE
            END-IF.
            OPEN INPUT TERIMA-JOURNAL.
            IF ws-tr-status = "00"
                PERFORM AMBIL-BARIS-TERIMA
                    UNTIL ws-tr-status NOT = "00"
                CLOSE TERIMA-JOURNAL
            END-IF.
            OPEN INPUT RETUR-FILE.
            IF ws-rt-status = "00"
                PERFORM AMBIL-BARIS-RETUR
                    UNTIL ws-rt-status NOT = "00"
                CLOSE RETUR-FILE
            END-IF.
            OPEN INPUT SUSUT-FILE.
            IF ws-ss-status = "00"
                PERFORM AMBIL-BARIS-SUSUT
                    UNTIL ws-ss-status NOT = "00"
                CLOSE SUSUT-FILE
            END-IF.
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
            PERFORM TULIS-LAPORAN.

       MUAT-BAHAN.
            MOVE 0 TO bahan-count.
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
                        MOVE BH-KODE   TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA   TO BHN-NAMA (bahan-count)
                        MOVE BH-SATUAN TO BHN-SATUAN (bahan-count)
                        MOVE BH-COST   TO BHN-COST (bahan-count)
                        MOVE 0 TO BHN-AWAL-KEY (bahan-count)
                        MOVE 0 TO BHN-AWAL (bahan-count)
                        MOVE 0 TO BHN-AKHR-KEY (bahan-count)
                        MOVE 0 TO BHN-AKHIR (bahan-count)
                        MOVE 0 TO BHN-TERIMA (bahan-count)
                        MOVE 0 TO BHN-TEORI (bahan-count)
                        MOVE 0 TO BHN-SUSUT (bahan-count)
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
                        "pemakaian teori nol"
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
      * OPNAME - hitungan terakhir pada/sebelum tanggal dari jadi
      * stok awal, hitungan terakhir pada/sebelum tanggal sampai
      * jadi stok akhir; keduanya hanya sah bila akhir lebih baru
      *-----------------------
       AMBIL-BARIS-OPNAME.
            READ ADJUST-FILE
                AT END CONTINUE
                NOT AT END
                    IF AJ-AFTER IS NUMERIC
                       AND AJ-DATE <= tgl-sampai
                        MOVE AJ-KODE TO kode-cari
                        PERFORM CARI-BAHAN
                        IF sudah-ketemu
                            COMPUTE kunci-rec =
                                AJ-DATE * 100000000 + AJ-TIME
                            PERFORM CATAT-HITUNGAN
                        END-IF
                    END-IF
            END-READ.

       CATAT-HITUNGAN.
            IF AJ-DATE <= tgl-dari
               AND kunci-rec >= BHN-AWAL-KEY (bahan-idx)
                MOVE kunci-rec TO BHN-AWAL-KEY (bahan-idx)
                MOVE AJ-AFTER  TO BHN-AWAL (bahan-idx)
            END-IF.
            IF kunci-rec >= BHN-AKHR-KEY (bahan-idx)
                MOVE kunci-rec TO BHN-AKHR-KEY (bahan-idx)
                MOVE AJ-AFTER  TO BHN-AKHIR (bahan-idx)
            END-IF.

      *    kunci-rec diisi pemanggil; ws-found Y bila gerakan jatuh
      *    sesudah hitungan awal dan paling lambat hitungan akhir
       UJI-JENDELA.
            MOVE "N" TO ws-found.
            IF BHN-AWAL-KEY (bahan-idx) NOT = 0
               AND BHN-AKHR-KEY (bahan-idx) > BHN-AWAL-KEY (bahan-idx)
               AND kunci-rec > BHN-AWAL-KEY (bahan-idx)
               AND kunci-rec <= BHN-AKHR-KEY (bahan-idx)
                MOVE "Y" TO ws-found
            END-IF.

       AMBIL-BARIS-TERIMA.
            READ TERIMA-JOURNAL
                AT END CONTINUE
                NOT AT END
                    MOVE TR-KODE TO kode-cari
                    PERFORM CARI-BAHAN
                    IF sudah-ketemu
                        COMPUTE kunci-rec =
                            TR-DATE * 100000000 + TR-TIME
                        PERFORM UJI-JENDELA
                        IF sudah-ketemu
                            ADD TR-QTY TO BHN-TERIMA (bahan-idx)
                        END-IF
                    END-IF
            END-READ.

      *    barang yang dikembalikan ke pemasok keluar dari stok
      *    tanpa terpakai, jadi mengurangi penerimaan
       AMBIL-BARIS-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE RT-KODE TO kode-cari
                    PERFORM CARI-BAHAN
                    IF sudah-ketemu
                        COMPUTE kunci-rec =
                            RT-DATE * 100000000 + RT-TIME
                        PERFORM UJI-JENDELA
                        IF sudah-ketemu
                            SUBTRACT RT-QTY FROM BHN-TERIMA (bahan-idx)
                        END-IF
                    END-IF
            END-READ.

       AMBIL-BARIS-SUSUT.
            READ SUSUT-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE SS-KODE TO kode-cari
                    PERFORM CARI-BAHAN
                    IF sudah-ketemu
                        COMPUTE kunci-rec =
                            SS-DATE * 100000000 + SS-TIME
                        PERFORM UJI-JENDELA
                        IF sudah-ketemu
                            ADD SS-QTY TO BHN-SUSUT (bahan-idx)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * PENJUALAN - tiap baris detail diledakkan lewat resepnya
      * persis seperti kasir menarik stok; baris pembalik bertanda
      * negatif sehingga ikut ternetting
      *-----------------------
       AMBIL-DETAIL-HIDUP.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JD-DATE <= tgl-sampai
                        COMPUTE kunci-rec =
                            JD-DATE * 100000000 + JD-TIME
                        MOVE JD-KODE TO menu-cari
                        MOVE JD-QTY  TO qty-jual
                        PERFORM LEDAKKAN-PENJUALAN
                    END-IF
            END-READ.

       AMBIL-DETAIL-ARSIP.
            READ ARSIP-DETAIL
                AT END CONTINUE
                NOT AT END
                    IF AD-DATE <= tgl-sampai
                        COMPUTE kunci-rec =
                            AD-DATE * 100000000 + AD-TIME
                        MOVE AD-KODE TO menu-cari
                        MOVE AD-QTY  TO qty-jual
                        PERFORM LEDAKKAN-PENJUALAN
                    END-IF
            END-READ.

       LEDAKKAN-PENJUALAN.
            ADD 1 TO jual-count.
            PERFORM LEDAKKAN-BARIS-RESEP
                VARYING resep-idx FROM 1 BY 1
                UNTIL resep-idx > resep-count.

       LEDAKKAN-BARIS-RESEP.
            IF RSP-MENU (resep-idx) = menu-cari
                MOVE RSP-BAHAN (resep-idx) TO kode-cari
                PERFORM CARI-BAHAN
                IF sudah-ketemu
                    PERFORM UJI-JENDELA
                    IF sudah-ketemu
                        COMPUTE BHN-TEORI (bahan-idx) =
                            BHN-TEORI (bahan-idx)
                            + RSP-QTY (resep-idx) * qty-jual
                    END-IF
                END-IF
            END-IF.

      *-----------------------
      * LAPORAN - PAKAIBHN.txt: aktual = awal + terima - akhir;
      * selisih = aktual - teori - susut tercatat, yaitu pemakaian
      * yang tidak dijelaskan penjualan maupun buangan (tuangan
      * berlebih, gratisan tak tercatat), dinilai dengan harga
      * pokok rata-rata bahan kini
      *-----------------------
       TULIS-LAPORAN.
            MOVE 0 TO hitung-count.
            MOVE 0 TO lewat-count.
            MOVE 0 TO total-rp.
            OPEN INPUT PAKAI-REPORT.
            IF ws-rpt-status = "00"
                CLOSE PAKAI-REPORT
                OPEN EXTEND PAKAI-REPORT
            ELSE
                OPEN OUTPUT PAKAI-REPORT
            END-IF.
            MOVE tgl-dari   TO RH-DARI.
            MOVE tgl-sampai TO RH-SAMPAI.
            MOVE RPT-HEADER-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE RPT-KOLOM-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.
            MOVE hitung-count TO RT-HITUNG.
            MOVE lewat-count  TO RT-LEWAT.
            MOVE total-rp     TO RT-RP.
            MOVE RPT-TOTAL-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE toleransi TO RL-TOL.
            MOVE RPT-TOL-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            CLOSE PAKAI-REPORT.
            DISPLAY "Laporan pemakaian ditulis ke PAKAIBHN.txt (",
                    jual-count, " baris penjualan dibaca)".

       CETAK-BAHAN.
            IF BHN-AWAL-KEY (bahan-idx) = 0
               OR BHN-AKHR-KEY (bahan-idx) <= BHN-AWAL-KEY (bahan-idx)
                PERFORM CETAK-TANPA-OPNAME
            ELSE
                PERFORM CETAK-SELISIH
            END-IF.

       CETAK-TANPA-OPNAME.
            MOVE BHN-KODE (bahan-idx)   TO RX-KODE.
            MOVE BHN-NAMA (bahan-idx)   TO RX-NAMA.
            MOVE BHN-SATUAN (bahan-idx) TO RX-SATUAN.
            IF BHN-AWAL-KEY (bahan-idx) = 0
                MOVE "tidak ada opname pada/sebelum tanggal awal"
                    TO RX-KET
            ELSE
                MOVE "tidak ada opname baru s/d tanggal akhir"
                    TO RX-KET
            END-IF.
            MOVE RPT-TANPA-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       CETAK-SELISIH.
            ADD 1 TO hitung-count.
            COMPUTE aktual = BHN-AWAL (bahan-idx)
                           + BHN-TERIMA (bahan-idx)
                           - BHN-AKHIR (bahan-idx).
            COMPUTE selisih = aktual - BHN-TEORI (bahan-idx)
                                     - BHN-SUSUT (bahan-idx).
            COMPUTE selisih-rp = selisih * BHN-COST (bahan-idx).
            ADD selisih-rp TO total-rp.
            IF selisih < 0
                COMPUTE selisih-abs = 0 - selisih
            ELSE
                MOVE selisih TO selisih-abs
            END-IF.
            MOVE SPACES TO RD-FLAG.
            IF BHN-TEORI (bahan-idx) > 0
                COMPUTE batas-selisih ROUNDED =
                    BHN-TEORI (bahan-idx) * toleransi / 100
            ELSE
                MOVE 0 TO batas-selisih
            END-IF.
            IF selisih-abs > batas-selisih
                MOVE "***" TO RD-FLAG
                ADD 1 TO lewat-count
            END-IF.
            MOVE BHN-KODE (bahan-idx)   TO RD-KODE.
            MOVE BHN-NAMA (bahan-idx)   TO RD-NAMA.
            MOVE BHN-SATUAN (bahan-idx) TO RD-SATUAN.
            MOVE BHN-AWAL (bahan-idx)   TO RD-AWAL.
            MOVE BHN-TERIMA (bahan-idx) TO RD-TERIMA.
            MOVE BHN-TEORI (bahan-idx)  TO RD-TEORI.
            MOVE BHN-SUSUT (bahan-idx)  TO RD-SUSUT.
            MOVE aktual                 TO RD-AKTUAL.
            MOVE selisih                TO RD-SELQTY.
            MOVE selisih-rp             TO RD-SELRP.
            MOVE RPT-DETAIL-LINE TO PAKAI-RPT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.

       TULIS-BARIS-LAPORAN.
            WRITE PAKAI-RPT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis PAKAIBHN.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY PAKAI-RPT-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
