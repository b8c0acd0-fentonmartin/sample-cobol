      *-----------------------
       FILE-CONTROL.
           COPY BAHANSEL.
           COPY OPNSEL.
           COPY LOTSEL.
           SELECT OPNAME-REPORT ASSIGN TO "LAPOPNM.txt"
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
           COPY BAHANFD.

           COPY OPNFD.

           COPY LOTFD.

       FD OPNAME-REPORT.
       01 OPNAME-RPT-RECORD PIC X(100).

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-bh-status  pic X(02).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY LOTWS.
       COPY AUDITWS.
       COPY PRDWS.
       77 bahan-count   pic 9(05) value 0.
       77 bahan-hitung  pic S9(07).
       77 ws-bh-habis   pic X value "N".
           88 bahan-habis value "Y".
       77 ws-bh-buka    pic X value "N".
       77 hitung-input  pic S9(07).
       77 alasan-input  pic X(02).
       77 selisih-qty   pic S9(08).
       77 tot-selisih   pic S9(11) value 0.
       77 item-beda     pic 9(03) value 0.

       01 RPT-HEADER-LINE.
           02 FILLER PIC X(21) VALUE "=== STOCK OPNAME -   ".
           02 RH-TGL PIC 9(08).
            MOVE 0 TO tot-selisih.
            MOVE 0 TO item-beda.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "Y"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            MOVE WS-TGL-USAHA TO ws-tgl.
            ACCEPT ws-time FROM TIME.
            DISPLAY "=== STOCK OPNAME BAHAN - ", ws-tgl, " ===".
            PERFORM MULAI-LOT.
            MOVE 0 TO bahan-count.
            MOVE "Y" TO ws-bh-habis.
            IF WS-PRD-BUKA
                OPEN I-O BAHAN-FILE
                IF ws-bh-status = "00"
                    MOVE "Y" TO ws-bh-buka
                    MOVE "N" TO ws-bh-habis
                    PERFORM BACA-BAHAN-BERIKUT
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN bahan-habis
                    DISPLAY "Berkas stok bahan (BAHAN.txt) kosong / ",
                            "belum ada, tidak ada yang dihitung"
                    IF ws-bh-buka = "Y"
                        CLOSE BAHAN-FILE
                    END-IF
                WHEN OTHER
                    PERFORM BUKA-ADJUST
                    PERFORM BUKA-LAPORAN
                    PERFORM HITUNG-SATU-BAHAN UNTIL bahan-habis
                    CLOSE BAHAN-FILE
                    PERFORM TUTUP-LAPORAN
                    CLOSE ADJUST-FILE
                    DISPLAY item-beda, " bahan berselisih, total ",
                            "nilai Rp ", tot-selisih
                    DISPLAY "Laporan di LAPOPNM.txt, penyesuaian di ",
                            "OPNADJ.txt"
            END-EVALUATE.
            MOVE "STOKOPNM" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * BAHAN.txt dibaca urut kode langsung dari berkasnya; setiap
      * record ditulis ulang dengan hasil hitung begitu bukti
      * selisihnya tercatat
      *-----------------------
       BACA-BAHAN-BERIKUT.
            READ BAHAN-FILE NEXT
                AT END MOVE "Y" TO ws-bh-habis
            END-READ.
            IF ws-bh-status NOT = "00" AND NOT = "10"
                DISPLAY "Gagal membaca stok bahan, status ",
                        ws-bh-status
                MOVE 1 TO RETURN-CODE
                MOVE "Y" TO ws-bh-habis
            END-IF.

      *-----------------------
      * SATU BAHAN - tampilkan angka buku, terima hasil hitung
      * fisik, nilai selisihnya dengan harga pokok satuan bahan,
      * tulis baris laporan, bila berselisih minta kode alasan, lalu
      * jurnalkan hasil hitungnya
      *-----------------------
       HITUNG-SATU-BAHAN.
            ADD 1 TO bahan-count.
            DISPLAY "Bahan ", BH-KODE, " ",
                    BH-NAMA, " angka buku ",
                    BH-ONHAND, " ",
                    BH-SATUAN.
            DISPLAY "Hasil hitung fisik            : ".
            ACCEPT hitung-input.
            MOVE hitung-input TO bahan-hitung.
            COMPUTE selisih-qty =
                bahan-hitung - BH-ONHAND.
            COMPUTE selisih-nilai =
                selisih-qty * BH-COST.
            MOVE SPACES TO alasan-input.
            IF selisih-qty NOT = 0
                ADD 1 TO item-beda
                        selisih-nilai, ")"
                DISPLAY "Kode alasan (2 huruf)         : "
                ACCEPT alasan-input
            END-IF.
      *     bahan yang cocok ikut dijurnal (alasan kosong) supaya
      *     setiap hitungan fisik bisa jadi titik awal/akhir
      *     laporan pemakaian bahan
            PERFORM TULIS-PENYESUAIAN.
            IF BH-LOT = "Y"
                PERFORM SESUAIKAN-LOT
            END-IF.
            PERFORM TULIS-BARIS-OPNAME.
      *     baru sesudah bukti selisih tercatat angka buku di-set ke
      *     hasil hitung fisik
            MOVE bahan-hitung TO BH-ONHAND.
            REWRITE BAHAN-RECORD
                INVALID KEY
                    DISPLAY "Gagal menyimpan stok ", BH-KODE,
                            ", status ", ws-bh-status
                    MOVE 1 TO RETURN-CODE
            END-REWRITE.
            PERFORM BACA-BAHAN-BERIKUT.

      *-----------------------
      * LOT BAHAN MUDAH RUSAK - sisa lot yang melebihi hasil hitung
      * dianggap sudah terpakai dari lot yang paling dulu
      * kedaluwarsa; kelebihan fisik di atas jumlah lot hanya
      * diberitahukan (lot asalnya tidak diketahui).  Lot disimpan
      * per bahan, bersamaan dengan record stoknya.
      *-----------------------
       SESUAIKAN-LOT.
            MOVE BH-KODE TO WS-LOT-KODE.
            PERFORM HITUNG-TOTAL-LOT.
            IF hitung-input < 0
                MOVE 0 TO hitung-input
            END-IF.
            IF WS-LOT-TOTAL > hitung-input
                COMPUTE WS-LOT-SISA = WS-LOT-TOTAL - hitung-input
                DISPLAY "Lot ", WS-LOT-KODE, " dikurangi ",
                        WS-LOT-SISA, " (lot tertua lebih dulu)"
                PERFORM PAKAI-LOT
                PERFORM SIMPAN-LOT
                PERFORM MULAI-LOT
            ELSE
                IF WS-LOT-TOTAL < hitung-input
                    COMPUTE WS-LOT-SISA = hitung-input - WS-LOT-TOTAL
                    DISPLAY "PERHATIAN: ", WS-LOT-SISA, " ",
                            BH-SATUAN, " ", WS-LOT-KODE,
                            " tanpa catatan lot"
                END-IF
            END-IF.

       BUKA-ADJUST.
            OPEN INPUT ADJUST-FILE.
            MOVE ws-tgl                 TO AJ-DATE.
            MOVE ws-time                TO AJ-TIME.
            MOVE WS-SESI-ID             TO AJ-OPER.
            MOVE BH-KODE                TO AJ-KODE.
            MOVE BH-ONHAND              TO AJ-BEFORE.
            MOVE bahan-hitung           TO AJ-AFTER.
            MOVE alasan-input           TO AJ-REASON.
            WRITE ADJUST-RECORD.
            IF ws-aj-status NOT = "00"
            END-IF.

       TULIS-BARIS-OPNAME.
            MOVE BH-KODE                TO RD-KODE.
            MOVE BH-ONHAND              TO RD-BUKU.
            MOVE bahan-hitung           TO RD-HITUNG.
            MOVE selisih-qty            TO RD-SELQTY.
            MOVE selisih-nilai          TO RD-SELRP.
            MOVE alasan-input           TO RD-ALASAN.
            WRITE OPNAME-RPT-RECORD.
            CLOSE OPNAME-REPORT.

           COPY LOTPAKAI.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
