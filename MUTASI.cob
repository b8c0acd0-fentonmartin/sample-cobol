       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTASI.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY MUTSEL.
           COPY BAHANSEL.
           COPY LOTSEL.
           SELECT SURAT-JALAN ASSIGN TO "MUTDOK.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY OUTLSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY MUTFD.

           COPY BAHANFD.

           COPY LOTFD.

       FD SURAT-JALAN.
       01 SURAT-JALAN-RECORD PIC X(100).

           COPY OUTLFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-bh-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY MUTWS.
       COPY LOTWS.
       COPY OUTLWS.
       COPY BDATEWS.
       COPY SESIWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       COPY NOMORWS.
       77 mode-input    pic X(01).
           88 mode-kirim    value "K", "k".
           88 mode-terima   value "T", "t".
           88 mode-daftar   value "L", "l".
       77 tujuan-input  pic 9(02).
       77 dari-input    pic 9(02).
       77 no-input      pic 9(05).
       77 kode-input    pic X(04).
       77 qty-input     pic 9(07).
       77 dok-no        pic 9(05) value 0.
       77 baris-no      pic 9(02) value 0.
       77 expiry-kirim  pic 9(08) value 0.
       77 mut-idx       pic 9(04) comp.
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 bahan-pos     pic 9(03) value 0.
       77 terima-hit    pic 9(03) value 0.
       77 jalan-hit     pic 9(04) value 0.
       77 selisih-hit   pic 9(04) value 0.
       77 kurang-qty    pic 9(07) value 0.
       77 lot-input     pic X(10).
       77 ws-qty-ok     pic X value "N".
           88 qty-valid value "Y".
       77 ws-ubah       pic X value "N".
           88 ada-perubahan value "Y".

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
               10 BHN-BARU   PIC X(01).

       01 SJ-HEADER-LINE.
           02 FILLER    PIC X(20) VALUE "=== SURAT MUTASI NO.".
           02 FILLER    PIC X VALUE SPACE.
           02 SJH-DARI  PIC 9(02).
           02 FILLER    PIC X VALUE "-".
           02 SJH-NO    PIC 9(05).
           02 FILLER    PIC X(05) VALUE " TGL ".
           02 SJH-TGL   PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(54) VALUE SPACES.

       01 SJ-OUTLET-LINE.
           02 FILLER    PIC X(06) VALUE "Dari  ".
           02 SJO-DARI  PIC 9(02).
           02 FILLER    PIC X VALUE SPACE.
           02 SJO-DARI-NAMA PIC X(10).
           02 FILLER    PIC X(09) VALUE "   Ke    ".
           02 SJO-KE    PIC 9(02).
           02 FILLER    PIC X VALUE SPACE.
           02 SJO-KE-NAMA PIC X(10).
           02 FILLER    PIC X(59) VALUE SPACES.

       01 SJ-BARIS-LINE.
           02 SJB-BARIS PIC Z9.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 SJB-KODE  PIC X(04).
           02 FILLER    PIC X VALUE SPACE.
           02 SJB-NAMA  PIC X(12).
           02 FILLER    PIC X VALUE SPACE.
           02 SJB-QTY   PIC Z(6)9.
           02 FILLER    PIC X VALUE SPACE.
           02 SJB-SATUAN PIC X(03).
           02 FILLER    PIC X(04) VALUE " ED ".
           02 SJB-EXPIRY PIC 9(08) BLANK WHEN ZERO.
           02 FILLER    PIC X(55) VALUE SPACES.

       01 SJ-TTD-LINE.
           02 FILLER    PIC X(40)
              VALUE "Dikirim oleh ______   Diterima oleh ____".
           02 FILLER    PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "MUTASI" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE "N" TO ws-ubah.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            PERFORM BACA-OUTLET.
            DISPLAY "=== MUTASI BAHAN ANTAR-OUTLET - ", WS-OUTLET,
                    " ", WS-OUTLET-NAMA, " ===".
            DISPLAY "Mode (K)irim / (T)erima / (L)aporan dalam ",
                    "perjalanan : ".
            ACCEPT mode-input.
            PERFORM MUAT-MUTASI.
            IF mode-kirim OR mode-terima
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
            END-IF.
            EVALUATE TRUE
                WHEN NOT WS-PRD-BUKA
                    CONTINUE
                WHEN mode-kirim
                    MOVE 0 TO bahan-count
                    PERFORM MULAI-LOT
                    PERFORM KIRIM-MUTASI
                WHEN mode-terima
                    MOVE 0 TO bahan-count
                    PERFORM MULAI-LOT
                    PERFORM TERIMA-MUTASI
                WHEN mode-daftar
                    PERFORM DAFTAR-MUTASI
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
            END-EVALUATE.
            IF ada-perubahan
                PERFORM SIMPAN-BAHAN
                PERFORM SIMPAN-LOT
                PERFORM SIMPAN-MUTASI
            END-IF.
            MOVE "MUTASI" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * KIRIM - satu dokumen dari outlet ini ke satu outlet lain;
      * stok bahan di sini langsung berkurang (bahan mudah rusak
      * dari lot yang paling dulu kedaluwarsa) dan barisnya
      * berstatus dalam perjalanan sampai outlet tujuan
      * menerimanya.  Surat mutasi ikut dengan barangnya.
      *-----------------------
       KIRIM-MUTASI.
            DISPLAY "Outlet tujuan:".
            PERFORM TAMPILKAN-OUTLET-LAIN
                VARYING WS-OUTLET-IDX FROM 1 BY 1
                UNTIL WS-OUTLET-IDX > WS-OUTLET-JML.
            ACCEPT tujuan-input.
            MOVE tujuan-input TO WS-OUTLET-CARI.
            PERFORM CARI-OUTLET.
            IF WS-OUTLET-POS = 0 OR tujuan-input = WS-OUTLET
                DISPLAY "Outlet tujuan tidak dikenal: ", tujuan-input
            ELSE
                PERFORM TENTUKAN-NOMOR-DOKUMEN
            END-IF.
            IF dok-no NOT = 0
                MOVE 0 TO baris-no
                MOVE SPACE TO TAMBAH-DATA
                PERFORM KIRIM-BARIS UNTIL TIDAK
                IF baris-no = 0
                    DISPLAY "Tidak ada bahan dikirim"
                ELSE
                    MOVE "Y" TO ws-ubah
                    PERFORM CETAK-SURAT-JALAN
                END-IF
            END-IF.

       TAMPILKAN-OUTLET-LAIN.
            IF OTL-KODE (WS-OUTLET-IDX) NOT = WS-OUTLET
                DISPLAY "  ", OTL-KODE (WS-OUTLET-IDX), " ",
                        OTL-NAMA (WS-OUTLET-IDX)
            END-IF.

      *    nomor dokumen ditarik dari seri MUTASInn milik outlet
      *    pengirim lewat NOMORGEN; seri yang belum ada dibuka dari
      *    nomor tertinggi outlet ini di MUTASI.txt
       TENTUKAN-NOMOR-DOKUMEN.
            MOVE SPACES TO NM-SERI.
            STRING "MUTASI" WS-OUTLET
                DELIMITED BY SIZE INTO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE 0 TO dok-no
                PERFORM PERIKSA-NOMOR-DOKUMEN
                    VARYING mut-idx FROM 1 BY 1
                    UNTIL mut-idx > WS-MUT-COUNT
                MOVE dok-no TO NM-AWAL
                MOVE 99999  TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO dok-no.
            IF NOMOR-OK
                MOVE NM-NOMOR TO dok-no
            ELSE
                DISPLAY "Nomor dokumen mutasi tidak dapat ditarik"
            END-IF.

       PERIKSA-NOMOR-DOKUMEN.
            IF MTT-DARI (mut-idx) = WS-OUTLET
             AND MTT-NO (mut-idx) > dok-no
                MOVE MTT-NO (mut-idx) TO dok-no
            END-IF.

       KIRIM-BARIS.
            DISPLAY "Kode bahan                   : ".
            ACCEPT kode-input.
            PERFORM CARI-BAHAN.
            IF bahan-pos = 0
                DISPLAY "Bahan tidak dikenal: ", kode-input
            ELSE
                DISPLAY BHN-NAMA (bahan-pos), " stok ",
                        BHN-ONHAND (bahan-pos), " ",
                        BHN-SATUAN (bahan-pos)
                DISPLAY "Jumlah dikirim               : "
                ACCEPT qty-input
                EVALUATE TRUE
                    WHEN qty-input = 0
                        DISPLAY "Jumlah harus lebih dari 0"
                    WHEN qty-input > BHN-ONHAND (bahan-pos)
                        DISPLAY "Stok tidak cukup untuk dikirim"
                    WHEN baris-no >= 99 OR WS-MUT-COUNT >= 1000
                        DISPLAY "Dokumen mutasi penuh"
                    WHEN OTHER
                        PERFORM TAMBAH-BARIS-KIRIM
                END-EVALUATE
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       TAMBAH-BARIS-KIRIM.
            MOVE 0 TO expiry-kirim.
            IF BHN-LOT (bahan-pos) = "Y"
                MOVE kode-input TO WS-LOT-KODE
                PERFORM CARI-LOT-TERTUA
                MOVE WS-LOT-TUA TO expiry-kirim
                MOVE qty-input TO WS-LOT-SISA
                PERFORM PAKAI-LOT
            END-IF.
            SUBTRACT qty-input FROM BHN-ONHAND (bahan-pos).
            ADD 1 TO baris-no.
            ADD 1 TO WS-MUT-COUNT.
            MOVE WS-OUTLET    TO MTT-DARI (WS-MUT-COUNT).
            MOVE dok-no       TO MTT-NO (WS-MUT-COUNT).
            MOVE baris-no     TO MTT-BARIS (WS-MUT-COUNT).
            MOVE tujuan-input TO MTT-KE (WS-MUT-COUNT).
            MOVE BHN-KODE (bahan-pos)   TO MTT-BAHAN (WS-MUT-COUNT).
            MOVE BHN-NAMA (bahan-pos)   TO MTT-NAMA (WS-MUT-COUNT).
            MOVE BHN-SATUAN (bahan-pos) TO MTT-SATUAN (WS-MUT-COUNT).
            MOVE qty-input    TO MTT-QTY (WS-MUT-COUNT).
            MOVE BHN-COST (bahan-pos)   TO MTT-COST (WS-MUT-COUNT).
            MOVE expiry-kirim TO MTT-EXPIRY (WS-MUT-COUNT).
            MOVE ws-tgl       TO MTT-TGL-KIRIM (WS-MUT-COUNT).
            MOVE "T"          TO MTT-STATUS (WS-MUT-COUNT).
            MOVE 0            TO MTT-QTY-TERIMA (WS-MUT-COUNT).
            MOVE 0            TO MTT-TGL-TERIMA (WS-MUT-COUNT).
            DISPLAY "Baris ", baris-no, " dicatat".

       CETAK-SURAT-JALAN.
            OPEN OUTPUT SURAT-JALAN.
            MOVE WS-OUTLET TO SJH-DARI.
            MOVE dok-no    TO SJH-NO.
            MOVE ws-tgl    TO SJH-TGL.
            MOVE SJ-HEADER-LINE TO SURAT-JALAN-RECORD.
            PERFORM TULIS-BARIS-SURAT.
            MOVE WS-OUTLET      TO SJO-DARI.
            MOVE WS-OUTLET-NAMA TO SJO-DARI-NAMA.
            MOVE tujuan-input   TO SJO-KE.
            MOVE OTL-NAMA (WS-OUTLET-POS) TO SJO-KE-NAMA.
            MOVE SJ-OUTLET-LINE TO SURAT-JALAN-RECORD.
            PERFORM TULIS-BARIS-SURAT.
            PERFORM CETAK-BARIS-SURAT
                VARYING mut-idx FROM 1 BY 1
                UNTIL mut-idx > WS-MUT-COUNT.
            MOVE SJ-TTD-LINE TO SURAT-JALAN-RECORD.
            PERFORM TULIS-BARIS-SURAT.
            CLOSE SURAT-JALAN.

       CETAK-BARIS-SURAT.
            IF MTT-DARI (mut-idx) = WS-OUTLET
             AND MTT-NO (mut-idx) = dok-no
                MOVE MTT-BARIS (mut-idx)  TO SJB-BARIS
                MOVE MTT-BAHAN (mut-idx)  TO SJB-KODE
                MOVE MTT-NAMA (mut-idx)   TO SJB-NAMA
                MOVE MTT-QTY (mut-idx)    TO SJB-QTY
                MOVE MTT-SATUAN (mut-idx) TO SJB-SATUAN
                MOVE MTT-EXPIRY (mut-idx) TO SJB-EXPIRY
                MOVE SJ-BARIS-LINE TO SURAT-JALAN-RECORD
                PERFORM TULIS-BARIS-SURAT
            END-IF.

       TULIS-BARIS-SURAT.
            WRITE SURAT-JALAN-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis MUTDOK.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY SURAT-JALAN-RECORD.

      *-----------------------
      * TERIMA - outlet tujuan mencocokkan surat mutasi dengan
      * barang yang datang: jumlah yang benar-benar diterima masuk
      * stok di sini (bahan yang belum dikenal dibuat dari data
      * dokumen, bahan mudah rusak masuk sebagai lot dengan
      * kedaluwarsa dari pengirim) dan baris menjadi diterima.
      * Selisih kirim - terima tetap tercatat di dokumen.
      *-----------------------
       TERIMA-MUTASI.
            MOVE 0 TO jalan-hit.
            DISPLAY "Dalam perjalanan ke outlet ini:".
            PERFORM TAMPILKAN-MASUK
                VARYING mut-idx FROM 1 BY 1
                UNTIL mut-idx > WS-MUT-COUNT.
            IF jalan-hit = 0
                DISPLAY "  (tidak ada)"
            ELSE
                DISPLAY "Outlet pengirim              : "
                ACCEPT dari-input
                DISPLAY "Nomor dokumen                : "
                ACCEPT no-input
                MOVE 0 TO terima-hit
                PERFORM TERIMA-BARIS
                    VARYING mut-idx FROM 1 BY 1
                    UNTIL mut-idx > WS-MUT-COUNT
                IF terima-hit = 0
                    DISPLAY "Dokumen ", dari-input, "-", no-input,
                            " tidak ada atau sudah diterima"
                ELSE
                    MOVE "Y" TO ws-ubah
                    DISPLAY terima-hit, " baris diterima"
                END-IF
            END-IF.

       TAMPILKAN-MASUK.
            IF MTT-KE (mut-idx) = WS-OUTLET
             AND MTT-STATUS (mut-idx) = "T"
                ADD 1 TO jalan-hit
                DISPLAY "  ", MTT-DARI (mut-idx), "-",
                        MTT-NO (mut-idx), " baris ",
                        MTT-BARIS (mut-idx), " ",
                        MTT-BAHAN (mut-idx), " ",
                        MTT-NAMA (mut-idx), " ",
                        MTT-QTY (mut-idx), " ",
                        MTT-SATUAN (mut-idx), " dikirim ",
                        MTT-TGL-KIRIM (mut-idx)
            END-IF.

       TERIMA-BARIS.
            IF MTT-DARI (mut-idx) = dari-input
             AND MTT-NO (mut-idx) = no-input
             AND MTT-KE (mut-idx) = WS-OUTLET
             AND MTT-STATUS (mut-idx) = "T"
                DISPLAY "Baris ", MTT-BARIS (mut-idx), " ",
                        MTT-BAHAN (mut-idx), " ",
                        MTT-NAMA (mut-idx), " dikirim ",
                        MTT-QTY (mut-idx), " ",
                        MTT-SATUAN (mut-idx)
                MOVE "N" TO ws-qty-ok
                PERFORM MINTA-QTY-TERIMA UNTIL qty-valid
                MOVE MTT-BAHAN (mut-idx) TO kode-input
                PERFORM CARI-BAHAN
                IF bahan-pos = 0
                    PERFORM TAMBAH-BAHAN-BARU
                END-IF
                IF bahan-pos = 0
                    DISPLAY "Tabel bahan penuh, baris tetap dalam ",
                            "perjalanan"
                ELSE
                    PERFORM BUKUKAN-TERIMA
                END-IF
            END-IF.

       MINTA-QTY-TERIMA.
            DISPLAY "Jumlah diterima              : ".
            ACCEPT qty-input.
            IF qty-input > MTT-QTY (mut-idx)
                DISPLAY "Melebihi jumlah dikirim, ulangi"
            ELSE
                MOVE "Y" TO ws-qty-ok
            END-IF.

       TAMBAH-BAHAN-BARU.
            IF bahan-count < 100
                ADD 1 TO bahan-count
                MOVE bahan-count TO bahan-pos
                MOVE MTT-BAHAN (mut-idx)  TO BHN-KODE (bahan-pos)
                MOVE MTT-NAMA (mut-idx)   TO BHN-NAMA (bahan-pos)
                MOVE MTT-SATUAN (mut-idx) TO BHN-SATUAN (bahan-pos)
                MOVE 0                    TO BHN-ONHAND (bahan-pos)
                MOVE 0                    TO BHN-AWAL (bahan-pos)
                MOVE "Y"                  TO BHN-BARU (bahan-pos)
                MOVE 0                    TO BHN-MIN (bahan-pos)
                MOVE MTT-COST (mut-idx)   TO BHN-COST (bahan-pos)
                IF MTT-EXPIRY (mut-idx) NOT = 0
                    MOVE "Y" TO BHN-LOT (bahan-pos)
                ELSE
                    MOVE "N" TO BHN-LOT (bahan-pos)
                END-IF
                DISPLAY "Bahan baru ", MTT-BAHAN (mut-idx),
                        " dibuat dari dokumen mutasi"
            END-IF.

       BUKUKAN-TERIMA.
            ADD qty-input TO BHN-ONHAND (bahan-pos).
            IF MTT-COST (mut-idx) NOT = 0
                MOVE MTT-COST (mut-idx) TO BHN-COST (bahan-pos)
            END-IF.
            IF MTT-EXPIRY (mut-idx) NOT = 0 AND qty-input > 0
                PERFORM TAMBAH-LOT-MUTASI
            END-IF.
            MOVE "D"       TO MTT-STATUS (mut-idx).
            MOVE qty-input TO MTT-QTY-TERIMA (mut-idx).
            MOVE ws-tgl    TO MTT-TGL-TERIMA (mut-idx).
            ADD 1 TO terima-hit.
            IF qty-input < MTT-QTY (mut-idx)
                COMPUTE kurang-qty = MTT-QTY (mut-idx) - qty-input
                DISPLAY "  kurang ", kurang-qty, " ",
                        MTT-SATUAN (mut-idx), " dari yang dikirim"
            END-IF.

      *    lot mutasi diberi nomor dokumennya sendiri supaya dapat
      *    ditelusuri balik ke surat mutasi
       TAMBAH-LOT-MUTASI.
            MOVE SPACES TO lot-input.
            STRING "MT" MTT-DARI (mut-idx) MTT-NO (mut-idx)
                DELIMITED BY SIZE INTO lot-input.
            MOVE MTT-BAHAN (mut-idx)  TO WS-LOT-KODE.
            MOVE lot-input            TO WS-LOT-NOMOR.
            MOVE MTT-EXPIRY (mut-idx) TO WS-LOT-EXPIRY.
            MOVE qty-input            TO WS-LOT-SISA.
            MOVE ws-tgl               TO WS-LOT-TERIMA.
            PERFORM CATAT-LOT-MASUK.

      *-----------------------
      * LAPORAN - semua baris yang masih dalam perjalanan, lalu
      * baris yang diterima kurang dari yang dikirim
      *-----------------------
       DAFTAR-MUTASI.
            MOVE 0 TO jalan-hit.
            MOVE 0 TO selisih-hit.
            DISPLAY "Dalam perjalanan (dari-no baris ke bahan qty ",
                    "tgl kirim):".
            PERFORM TAMPILKAN-JALAN
                VARYING mut-idx FROM 1 BY 1
                UNTIL mut-idx > WS-MUT-COUNT.
            IF jalan-hit = 0
                DISPLAY "  (tidak ada)"
            END-IF.
            DISPLAY "Diterima dengan selisih:".
            PERFORM TAMPILKAN-SELISIH
                VARYING mut-idx FROM 1 BY 1
                UNTIL mut-idx > WS-MUT-COUNT.
            IF selisih-hit = 0
                DISPLAY "  (tidak ada)"
            END-IF.

       TAMPILKAN-JALAN.
            IF MTT-STATUS (mut-idx) = "T"
                ADD 1 TO jalan-hit
                DISPLAY "  ", MTT-DARI (mut-idx), "-",
                        MTT-NO (mut-idx), " ",
                        MTT-BARIS (mut-idx), " ke ",
                        MTT-KE (mut-idx), " ",
                        MTT-BAHAN (mut-idx), " ",
                        MTT-NAMA (mut-idx), " ",
                        MTT-QTY (mut-idx), " ",
                        MTT-SATUAN (mut-idx), " ",
                        MTT-TGL-KIRIM (mut-idx)
            END-IF.

       TAMPILKAN-SELISIH.
            IF MTT-STATUS (mut-idx) = "D"
             AND MTT-QTY-TERIMA (mut-idx) < MTT-QTY (mut-idx)
                ADD 1 TO selisih-hit
                COMPUTE kurang-qty = MTT-QTY (mut-idx)
                                   - MTT-QTY-TERIMA (mut-idx)
                DISPLAY "  ", MTT-DARI (mut-idx), "-",
                        MTT-NO (mut-idx), " ",
                        MTT-BARIS (mut-idx), " ke ",
                        MTT-KE (mut-idx), " ",
                        MTT-BAHAN (mut-idx), " kirim ",
                        MTT-QTY (mut-idx), " terima ",
                        MTT-QTY-TERIMA (mut-idx), " kurang ",
                        kurang-qty
            END-IF.

      *-----------------------
      * MUAT / SIMPAN - BAHAN.txt outlet ini; bahan dibaca lewat
      * kodenya saat pertama disebut dan hanya record itu yang
      * ditulis ulang di akhir
      *-----------------------
       CARI-BAHAN.
            MOVE 0 TO bahan-pos.
            PERFORM PERIKSA-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.
            IF bahan-pos = 0
                PERFORM BACA-BAHAN
            END-IF.

       PERIKSA-BAHAN.
            IF BHN-KODE (bahan-idx) = kode-input
                MOVE bahan-idx TO bahan-pos
            END-IF.

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
                MOVE bahan-count TO bahan-pos
                MOVE BH-KODE    TO BHN-KODE (bahan-count)
                MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                MOVE BH-SATUAN  TO BHN-SATUAN (bahan-count)
                MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                MOVE BH-ONHAND  TO BHN-AWAL (bahan-count)
                MOVE "N"        TO BHN-BARU (bahan-count)
                MOVE BH-MINIMUM TO BHN-MIN (bahan-count)
                MOVE BH-COST    TO BHN-COST (bahan-count)
                MOVE BH-LOT     TO BHN-LOT (bahan-count)
            END-IF.

       SIMPAN-BAHAN.
            OPEN I-O BAHAN-FILE.
            IF ws-bh-status = "35"
                OPEN OUTPUT BAHAN-FILE
                CLOSE BAHAN-FILE
                OPEN I-O BAHAN-FILE
            END-IF.
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
                    PERFORM TULIS-BAHAN-BARU
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

       TULIS-BAHAN-BARU.
            MOVE SPACES                 TO BAHAN-RECORD.
            MOVE BHN-KODE (bahan-idx)   TO BH-KODE.
            MOVE BHN-NAMA (bahan-idx)   TO BH-NAMA.
            MOVE BHN-SATUAN (bahan-idx) TO BH-SATUAN.
            MOVE BHN-ONHAND (bahan-idx) TO BH-ONHAND.
            MOVE BHN-MIN (bahan-idx)    TO BH-MINIMUM.
            MOVE BHN-COST (bahan-idx)   TO BH-COST.
            MOVE BHN-LOT (bahan-idx)    TO BH-LOT.
            WRITE BAHAN-RECORD
                INVALID KEY
                    DISPLAY "Gagal menyimpan stok ", BH-KODE,
                            ", status ", ws-bh-status
                    MOVE 1 TO RETURN-CODE
            END-WRITE.

           COPY MUTMUAT.

           COPY LOTPAKAI.

           COPY OUTLGET.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY NOMORAMB.
