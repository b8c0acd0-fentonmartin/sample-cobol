       IDENTIFICATION DIVISION.
       PROGRAM-ID. NILAISTK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY BAHANSEL.
           COPY SUPSEL.
           COPY GLAKSEL.
           COPY GLPSEL.
           SELECT NILAI-REPORT ASSIGN TO "NILAISTK.txt"
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

           COPY SUPFD.

           COPY GLAKFD.

           COPY GLPFD.

       FD NILAI-REPORT.
       01 NILAI-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-bh-status  pic X(02).
       77 ws-su-status  pic X(02).
       77 ws-ga-status  pic X(02).
       77 ws-gp-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       77 posting-input pic X(01).
           88 minta-posting value "Y", "y".
       77 bahan-count   pic 9(03) value 0.
       77 bahan-idx     pic 9(03) comp.
       77 sup-count     pic 99 value 0.
       77 sup-idx       pic 99 comp.
       77 grup-idx      pic 99 comp.
       77 tok-idx       pic 99 comp.
       77 grup-count    pic 9(03) value 0.
       77 minus-count   pic 9(03) value 0.
       77 nilai-grup    pic 9(13) value 0.
       77 nilai-total   pic 9(13) value 0.
       77 saldo-psd     pic S9(13) value 0.
       77 penyesuaian   pic S9(13) value 0.
       77 akun-psd      pic 9(04) value 0.
       77 akun-pbl      pic 9(04) value 0.
       77 ws-pasok      pic X value "N".
           88 pemasok-punya value "Y".
       77 ws-sudah-nsk  pic X value "N".
           88 sudah-disesuaikan value "Y".
       77 ws-hari-post  pic X value "N".
           88 hari-terposting value "Y".
       77 ws-gl-siap    pic X value "N".
           88 gl-siap value "Y".
       77 ws-gl-tulis   pic X value "N".
           88 gl-ditulis value "Y".

      *-----------------------
      * seluruh BAHAN.txt; setiap bahan dikelompokkan ke pemasok
      * pertama yang mencantumkan kodenya di SU-ITEMS (0 = tidak ada)
      *-----------------------
       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-SATUAN PIC X(03).
               10 BHN-ONHAND PIC S9(07).
               10 BHN-COST   PIC 9(06).
               10 BHN-NILAI  PIC 9(13).
               10 BHN-SUP    PIC 99.

       01 SUP-TABEL.
           05 SUP-ENTRY OCCURS 30 TIMES.
               10 SPT-ID     PIC 9(03).
               10 SPT-NAMA   PIC X(15).
               10 SPT-ITEMS  PIC X(40).

      *-----------------------
      * SU-ITEMS dipecah per token seperti di BUATPO
      *-----------------------
       01 TOKEN-AREA.
           05 TOK PIC X(04) OCCURS 10 TIMES.

       01 RPT-HEADER-LINE.
           02 FILLER    PIC X(29) VALUE
               "=== NILAI PERSEDIAAN BAHAN - ".
           02 RH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(59) VALUE SPACES.

       01 RPT-KOLOM-LINE.
           02 FILLER    PIC X(31) VALUE
               "Kode Nama         Sat     Stok ".
           02 FILLER    PIC X(27) VALUE
               " Harga        Nilai Catatan".
           02 FILLER    PIC X(42) VALUE SPACES.

       01 RPT-GRUP-LINE.
           02 FILLER    PIC X(08) VALUE "Pemasok ".
           02 RG-ID     PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RG-NAMA   PIC X(15).
           02 FILLER    PIC X(73) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           02 RD-KODE   PIC X(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-NAMA   PIC X(12).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SATUAN PIC X(03).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-ONHAND PIC -(7)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-COST   PIC Z(5)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-NILAI  PIC Z(11)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-CATATAN PIC X(15).
           02 FILLER    PIC X(34) VALUE SPACES.

       01 RPT-JUMLAH-LINE.
           02 RJ-LABEL  PIC X(38).
           02 RJ-NILAI  PIC Z(11)9.
           02 FILLER    PIC X(50) VALUE SPACES.

       01 RPT-MINUS-LINE.
           02 FILLER    PIC X(38) VALUE
               "Bahan stok minus, dinilai 0          :".
           02 RM-COUNT  PIC Z(11)9.
           02 FILLER    PIC X(50) VALUE SPACES.

       01 RPT-GL-LINE.
           02 RL-LABEL  PIC X(38).
           02 RL-RP     PIC -(11)9.
           02 FILLER    PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "NILAISTK" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-NILAISTK.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== NILAI PERSEDIAAN BAHAN - ", ws-tgl, " ===".
            DISPLAY "Posting penyesuaian ke buku besar? (Y/T) : ".
            ACCEPT posting-input.
            PERFORM MUAT-PEMASOK.
            PERFORM MUAT-BAHAN.
            IF bahan-count = 0
                DISPLAY "Stok bahan (BAHAN.txt) belum ada"
            END-IF.
            PERFORM NILAI-SATU-BAHAN
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.
            IF minta-posting
                PERFORM POSTING-PENYESUAIAN
            END-IF.
            PERFORM CETAK-NILAI.
            DISPLAY "Nilai persediaan Rp ", nilai-total,
                    " ditulis ke NILAISTK.txt".
            MOVE "NILAISTK" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * dipanggil berulang dari MENU dalam satu run unit -- tabel
      * dan total run sebelumnya dibuang dulu
      *-----------------------
       INIT-NILAISTK.
            MOVE 0 TO bahan-count.
            MOVE 0 TO sup-count.
            MOVE 0 TO minus-count.
            MOVE 0 TO nilai-total.
            MOVE 0 TO saldo-psd.
            MOVE 0 TO penyesuaian.
            MOVE 0 TO akun-psd.
            MOVE 0 TO akun-pbl.
            MOVE "N" TO ws-sudah-nsk.
            MOVE "N" TO ws-hari-post.
            MOVE "N" TO ws-gl-siap.
            MOVE "N" TO ws-gl-tulis.

      *-----------------------
      * PEMASOK dan BAHAN - dimuat ke tabel; nilai bahan = stok
      * buku x harga pokok rata-rata tertimbang (BH-COST, dijaga
      * TERIMA).  Stok buku minus tidak bernilai.
      *-----------------------
       MUAT-PEMASOK.
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
                        MOVE SU-ID    TO SPT-ID (sup-count)
                        MOVE SU-NAMA  TO SPT-NAMA (sup-count)
                        MOVE SU-ITEMS TO SPT-ITEMS (sup-count)
                    END-IF
            END-READ.

       MUAT-BAHAN.
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
                        MOVE BH-KODE    TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                        MOVE BH-SATUAN  TO BHN-SATUAN (bahan-count)
                        MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                        MOVE BH-COST    TO BHN-COST (bahan-count)
                    END-IF
            END-READ.

       NILAI-SATU-BAHAN.
            IF BHN-ONHAND (bahan-idx) > 0
                COMPUTE BHN-NILAI (bahan-idx) =
                    BHN-ONHAND (bahan-idx) * BHN-COST (bahan-idx)
            ELSE
                MOVE 0 TO BHN-NILAI (bahan-idx)
                IF BHN-ONHAND (bahan-idx) < 0
                    ADD 1 TO minus-count
                END-IF
            END-IF.
            ADD BHN-NILAI (bahan-idx) TO nilai-total.
            MOVE 0 TO BHN-SUP (bahan-idx).
            MOVE "N" TO ws-pasok.
            PERFORM UJI-PEMASOK-PUNYA
                VARYING sup-idx FROM 1 BY 1
                UNTIL sup-idx > sup-count OR pemasok-punya.
            IF pemasok-punya
                SUBTRACT 1 FROM sup-idx
                MOVE sup-idx TO BHN-SUP (bahan-idx)
            END-IF.

       UJI-PEMASOK-PUNYA.
            MOVE SPACES TO TOKEN-AREA.
            UNSTRING SPT-ITEMS (sup-idx) DELIMITED BY ALL " "
                INTO TOK (1), TOK (2), TOK (3), TOK (4), TOK (5),
                     TOK (6), TOK (7), TOK (8), TOK (9), TOK (10).
            PERFORM COCOKKAN-TOKEN
                VARYING tok-idx FROM 1 BY 1 UNTIL tok-idx > 10.

       COCOKKAN-TOKEN.
            IF TOK (tok-idx) NOT = SPACES AND
               TOK (tok-idx) = BHN-KODE (bahan-idx)
                MOVE "Y" TO ws-pasok
            END-IF.

      *-----------------------
      * PENYESUAIAN BUKU BESAR - pembelian harian diposting GLPOST
      * sebagai biaya (PBL); di sini akun persediaan (peran PSD)
      * disetel sama dengan nilai persediaan hari ini, lawannya
      * PBL, sumber NSK.  Hanya setelah GLPOST memposting tanggal
      * ini (kalau tidak, baris NSK akan membuat GLPOST menolak
      * tanggalnya) dan hanya sekali per tanggal.
      *-----------------------
       POSTING-PENYESUAIAN.
            PERFORM MUAT-AKUN-GL.
            IF gl-siap
                PERFORM BACA-POSTING-GL
                MOVE ws-tgl TO WS-PRD-TGL
                MOVE "N"    TO WS-PRD-ALIH
                PERFORM CEK-TGL-POSTING
                EVALUATE TRUE
                    WHEN NOT WS-PRD-BUKA
                        DISPLAY "Bulan ", WS-PRD-KUNCI, " sudah ",
                                "ditutup, penyesuaian tidak diposting"
                        MOVE 1 TO RETURN-CODE
                    WHEN sudah-disesuaikan
                        DISPLAY "Penyesuaian persediaan tanggal ",
                                ws-tgl, " sudah diposting, ",
                                "posting ditolak"
                        MOVE 1 TO RETURN-CODE
                    WHEN NOT hari-terposting
                        DISPLAY "Tanggal ", ws-tgl, " belum ",
                                "diposting GLPOST, jalankan GLPOST ",
                                "dulu"
                        MOVE 1 TO RETURN-CODE
                    WHEN OTHER
                        COMPUTE penyesuaian = nilai-total - saldo-psd
                        PERFORM TULIS-PENYESUAIAN
                END-EVALUATE
            END-IF.

       MUAT-AKUN-GL.
            OPEN INPUT GLAKUN-FILE.
            IF ws-ga-status NOT = "00"
                DISPLAY "Bagan akun (AKUNGL.txt) belum ada, ",
                        "jalankan GLPOST dulu"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM AMBIL-BARIS-AKUN
                    UNTIL ws-ga-status NOT = "00"
                CLOSE GLAKUN-FILE
                EVALUATE TRUE
                    WHEN akun-pbl = 0
                        DISPLAY "Akun peran PBL tidak ada di ",
                                "AKUNGL.txt, posting dibatalkan"
                        MOVE 1 TO RETURN-CODE
                    WHEN akun-psd = 0
                        PERFORM TAMBAH-AKUN-PERSEDIAAN
                    WHEN OTHER
                        MOVE "Y" TO ws-gl-siap
                END-EVALUATE
            END-IF.

       AMBIL-BARIS-AKUN.
            READ GLAKUN-FILE
                AT END CONTINUE
                NOT AT END
                    IF GA-KODE IS NUMERIC
                        IF GA-PERAN = "PSD" AND akun-psd = 0
                            MOVE GA-KODE TO akun-psd
                        END-IF
                        IF GA-PERAN = "PBL" AND akun-pbl = 0
                            MOVE GA-KODE TO akun-pbl
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * bagan lama dari sebelum ada akun persediaan mendapat akun
      * standarnya di belakang AKUNGL.txt
      *-----------------------
       TAMBAH-AKUN-PERSEDIAAN.
            OPEN EXTEND GLAKUN-FILE.
            MOVE SPACES TO GLAKUN-RECORD.
            MOVE 1301 TO GA-KODE.
            MOVE "Persediaan bahan baku" TO GA-NAMA.
            MOVE "PSD" TO GA-PERAN.
            WRITE GLAKUN-RECORD.
            IF ws-ga-status NOT = "00"
                DISPLAY "Gagal menulis AKUNGL.txt, status ",
                        ws-ga-status
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE 1301 TO akun-psd
                MOVE "Y" TO ws-gl-siap
                DISPLAY "Akun 1301 Persediaan bahan baku (PSD) ",
                        "ditambahkan ke AKUNGL.txt"
            END-IF.
            CLOSE GLAKUN-FILE.

       BACA-POSTING-GL.
            OPEN INPUT GLPOST-FILE.
            IF ws-gp-status = "00"
                PERFORM AMBIL-BARIS-POSTING
                    UNTIL ws-gp-status NOT = "00"
                CLOSE GLPOST-FILE
            END-IF.

       AMBIL-BARIS-POSTING.
            READ GLPOST-FILE
                AT END CONTINUE
                NOT AT END
                    IF GP-DATE = ws-tgl
                        IF GP-SUMBER = "NSK"
                            MOVE "Y" TO ws-sudah-nsk
                        ELSE
                            MOVE "Y" TO ws-hari-post
                        END-IF
                    END-IF
                    IF GP-AKUN = akun-psd AND GP-JUMLAH IS NUMERIC
                        IF GP-DK = "D"
                            ADD GP-JUMLAH TO saldo-psd
                        ELSE
                            SUBTRACT GP-JUMLAH FROM saldo-psd
                        END-IF
                    END-IF
            END-READ.

       TULIS-PENYESUAIAN.
            IF penyesuaian = 0
                DISPLAY "Saldo akun persediaan sudah sama dengan ",
                        "nilai persediaan"
                MOVE "Y" TO ws-gl-tulis
            ELSE
                OPEN EXTEND GLPOST-FILE
                MOVE SPACES TO GLPOST-RECORD
                MOVE ws-tgl TO GP-DATE
                MOVE "NSK"  TO GP-SUMBER
                MOVE "Penyesuaian persediaan" TO GP-KET
                MOVE WS-SESI-ID TO GP-OPER
                IF penyesuaian > 0
                    MOVE penyesuaian TO GP-JUMLAH
                    MOVE akun-psd TO GP-AKUN
                    MOVE "D" TO GP-DK
                    PERFORM TULIS-BARIS-GL
                    MOVE akun-pbl TO GP-AKUN
                    MOVE "K" TO GP-DK
                    PERFORM TULIS-BARIS-GL
                ELSE
                    COMPUTE GP-JUMLAH = 0 - penyesuaian
                    MOVE akun-pbl TO GP-AKUN
                    MOVE "D" TO GP-DK
                    PERFORM TULIS-BARIS-GL
                    MOVE akun-psd TO GP-AKUN
                    MOVE "K" TO GP-DK
                    PERFORM TULIS-BARIS-GL
                END-IF
                CLOSE GLPOST-FILE
                IF RETURN-CODE = 0
                    MOVE "Y" TO ws-gl-tulis
                    DISPLAY "Penyesuaian persediaan Rp ", penyesuaian,
                            " diposting ke GLPOST.txt"
                END-IF
            END-IF.

       TULIS-BARIS-GL.
            WRITE GLPOST-RECORD.
            IF ws-gp-status NOT = "00"
                DISPLAY "Gagal menulis GLPOST.txt, status ",
                        ws-gp-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * LAPORAN - NILAISTK.txt, bahan per pemasok dengan subtotal,
      * lalu bahan tanpa pemasok, total, dan rekonsiliasi ke akun
      * persediaan bila penyesuaian diposting
      *-----------------------
       CETAK-NILAI.
            OPEN INPUT NILAI-REPORT.
            IF ws-rpt-status = "00"
                CLOSE NILAI-REPORT
                OPEN EXTEND NILAI-REPORT
            ELSE
                OPEN OUTPUT NILAI-REPORT
            END-IF.
            MOVE ws-tgl TO RH-TGL.
            MOVE RPT-HEADER-LINE TO NILAI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            MOVE RPT-KOLOM-LINE TO NILAI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            PERFORM CETAK-GRUP-PEMASOK
                VARYING grup-idx FROM 1 BY 1 UNTIL grup-idx > sup-count.
            MOVE 0 TO grup-idx.
            PERFORM CETAK-GRUP-PEMASOK.
            MOVE "Total nilai persediaan               :"
                TO RJ-LABEL.
            MOVE nilai-total TO RJ-NILAI.
            MOVE RPT-JUMLAH-LINE TO NILAI-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            IF minus-count > 0
                MOVE minus-count TO RM-COUNT
                MOVE RPT-MINUS-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            IF gl-ditulis
                MOVE "Saldo akun persediaan sebelum     Rp :"
                    TO RL-LABEL
                MOVE saldo-psd TO RL-RP
                MOVE RPT-GL-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                MOVE "Penyesuaian diposting (NSK)       Rp :"
                    TO RL-LABEL
                MOVE penyesuaian TO RL-RP
                MOVE RPT-GL-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                MOVE "Saldo akun persediaan sesudah     Rp :"
                    TO RL-LABEL
                MOVE nilai-total TO RL-RP
                MOVE RPT-GL-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.
            CLOSE NILAI-REPORT.

       CETAK-GRUP-PEMASOK.
            MOVE 0 TO grup-count.
            MOVE 0 TO nilai-grup.
            PERFORM CETAK-BAHAN-GRUP
                VARYING bahan-idx FROM 1 BY 1
                UNTIL bahan-idx > bahan-count.
            IF grup-count > 0
                MOVE "  Subtotal pemasok                   :"
                    TO RJ-LABEL
                MOVE nilai-grup TO RJ-NILAI
                MOVE RPT-JUMLAH-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       CETAK-BAHAN-GRUP.
            IF BHN-SUP (bahan-idx) = grup-idx
                IF grup-count = 0
                    IF grup-idx = 0
                        MOVE "---" TO RG-ID
                        MOVE "tanpa pemasok" TO RG-NAMA
                    ELSE
                        MOVE SPT-ID (grup-idx) TO RG-ID
                        MOVE SPT-NAMA (grup-idx) TO RG-NAMA
                    END-IF
                    MOVE RPT-GRUP-LINE TO NILAI-RECORD
                    PERFORM TULIS-BARIS-LAPORAN
                END-IF
                ADD 1 TO grup-count
                ADD BHN-NILAI (bahan-idx) TO nilai-grup
                MOVE BHN-KODE (bahan-idx)   TO RD-KODE
                MOVE BHN-NAMA (bahan-idx)   TO RD-NAMA
                MOVE BHN-SATUAN (bahan-idx) TO RD-SATUAN
                MOVE BHN-ONHAND (bahan-idx) TO RD-ONHAND
                MOVE BHN-COST (bahan-idx)   TO RD-COST
                MOVE BHN-NILAI (bahan-idx)  TO RD-NILAI
                IF BHN-ONHAND (bahan-idx) < 0
                    MOVE "stok minus" TO RD-CATATAN
                ELSE
                    MOVE SPACES TO RD-CATATAN
                END-IF
                MOVE RPT-DETAIL-LINE TO NILAI-RECORD
                PERFORM TULIS-BARIS-LAPORAN
            END-IF.

       TULIS-BARIS-LAPORAN.
            WRITE NILAI-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis NILAISTK.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY NILAI-RECORD.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
