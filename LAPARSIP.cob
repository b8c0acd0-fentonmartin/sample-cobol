       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPARSIP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT LAPOR-LIVE ASSIGN TO DYNAMIC WS-NAMA-LAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT POS-FILE ASSIGN TO "LAPPOS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PS-STATUS.
           SELECT CETAK-FILE ASSIGN TO "CETAKLAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-STATUS.
           COPY LAPASEL.
           COPY LAPKSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * laporan hidup yang diarsipkan (nama berkas dari tabel
      * langkah) dan tangkapan layar langkah LAYAR.txt
      *-----------------------
       FD LAPOR-LIVE.
       01 LIVE-RECORD PIC X(132).

      *-----------------------
      * posisi laporan sebelum langkah jalan: jumlah baris tiap
      * laporan yang ditambah, supaya sesudah langkah hanya baris
      * barunya yang diarsipkan; tanggal usaha dicatat di sini
      * karena ADVDATE memajukan tanggal di tengah langkahnya
      *-----------------------
       FD POS-FILE.
       01 POS-RECORD.
           02 PS-STEP    PIC X(10).
           02 FILLER     PIC X VALUE SPACE.
           02 PS-TGL     PIC 9(08).
           02 FILLER     PIC X VALUE SPACE.
           02 PS-LAPORAN PIC X(12).
           02 FILLER     PIC X VALUE SPACE.
           02 PS-BARIS   PIC 9(07).

       FD CETAK-FILE.
       01 CETAK-RECORD PIC X(132).

           COPY LAPAFD.

           COPY LAPKFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-lv-status pic X(02).
       77 ws-ps-status pic X(02).
       77 ws-ck-status pic X(02).
       77 ws-la-status pic X(02).
       77 ws-lc-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 mode-input   pic X(01).
           88 mode-posisi value "M", "m".
           88 mode-arsip  value "A", "a".
           88 mode-daftar value "D", "d".
           88 mode-lihat  value "L", "l".
       77 step-input   pic X(10).
       77 status-input pic X(08).
       77 tgl-input    pic 9(08).
       77 pilih-input  pic 9(03).
       77 ws-tgl       pic 9(08).
       77 ws-jam       pic 9(08).
       77 ws-nama-lap  pic X(12).
       77 ws-laporan   pic X(12).
       77 ws-cara      pic X(01).
       77 ws-program   pic X(10).
       77 lap-idx      pic 9(02) comp.
       77 pos-idx      pic 9(02) comp.
       77 pos-count    pic 9(02) value 0.
       77 pos-tgl      pic 9(08).
       77 baris-lama   pic 9(07).
       77 baris-total  pic 9(07).
       77 baris-awal   pic 9(07).
       77 baris-no     pic 9(07).
       77 baris-tulis  pic 9(06).
       77 no-berikut   pic 9(06) value 0.
       77 arsip-count  pic 9(03) value 0.
       77 daftar-count pic 9(03) value 0.
       77 pilih-no     pic 9(06) value 0.
       77 pilih-lap    pic X(12).
       77 pilih-prog   pic X(10).
       77 cetak-count  pic 9(06) value 0.

      *-----------------------
      * laporan yang dibuat tiap langkah rantai NIGHTLY dan cara
      * program menulisnya:
      *   A = ditambah di ujung berkas (arsip = baris baru saja)
      *   T = ditulis ulang utuh tiap jalan (arsip = seluruh berkas)
      * langkah dengan lebih dari satu berkas punya satu baris per
      * berkas (program sama)
      * langkah tanpa berkas laporan hanya diarsip tangkapan
      * layarnya (LAYAR); langkah yang tidak ada di tabel juga,
      * dengan nama langkah sebagai nama program
      *-----------------------
       01 LAP-DATA.
           05 FILLER PIC X(33)
               VALUE "BACKUP    BACKUP                 ".
           05 FILLER PIC X(33)
               VALUE "VERIFY    CEKDATA   CEKDATA.txt T".
           05 FILLER PIC X(33)
               VALUE "ROSTER    4-Kel-5-a              ".
           05 FILLER PIC X(33)
               VALUE "TASKGEN   TUGASGEN               ".
           05 FILLER PIC X(33)
               VALUE "TASKS     4-Kel-5-b              ".
           05 FILLER PIC X(33)
               VALUE "GRADES    3-Kel-9-a LAPORAN.txt A".
           05 FILLER PIC X(33)
               VALUE "CALC      Kel-10-b  CALCLOG.txt A".
           05 FILLER PIC X(33)
               VALUE "COFFEE    2-Kel-9-a              ".
           05 FILLER PIC X(33)
               VALUE "OUTLETS   CABANG                 ".
           05 FILLER PIC X(33)
               VALUE "SALES     LAPJUAL   SALES.txt   A".
           05 FILLER PIC X(33)
               VALUE "TARGETS   TARGET    CAPAIAN.txt A".
           05 FILLER PIC X(33)
               VALUE "DEPOSITS  SETORAN   SETORAN.txt A".
           05 FILLER PIC X(33)
               VALUE "NUMBERS   NOMORAUD  NOMORAUD.txtA".
           05 FILLER PIC X(33)
               VALUE "GLPOST    GLPOST    NRCSLD.txt  A".
           05 FILLER PIC X(33)
               VALUE "GLPOST    GLPOST    GLPOST.txt  A".
           05 FILLER PIC X(33)
               VALUE "LOSSPREV  LAPAWAS   AWAS.txt    A".
           05 FILLER PIC X(33)
               VALUE "REORDER   REORDER   REORDER.txt A".
           05 FILLER PIC X(33)
               VALUE "PREORDER  PRAPESAN  PRODUKSI.txtT".
           05 FILLER PIC X(33)
               VALUE "SETTLE    SETTLE    SETTLE.txt  A".
           05 FILLER PIC X(33)
               VALUE "EARLYWARN RAWAN     RAWAN.txt   A".
           05 FILLER PIC X(33)
               VALUE "EARLYWARN RAWAN     SURATRW.txt A".
           05 FILLER PIC X(33)
               VALUE "PPN       LAPPPN    LAPPPN.txt  A".
           05 FILLER PIC X(33)
               VALUE "CASHTREND RECONTRD  TREND.txt   A".
           05 FILLER PIC X(33)
               VALUE "RUNTREND  LAPRUN    LAPRUN.txt  A".
           05 FILLER PIC X(33)
               VALUE "CONDUCT   LAPSIKAP  LAPSIKAP.txtA".
           05 FILLER PIC X(33)
               VALUE "MONTHCLOSEARSIPJRN               ".
           05 FILLER PIC X(33)
               VALUE "RETENTION RETENSI                ".
           05 FILLER PIC X(33)
               VALUE "STATUS    LAPPAGI   PAGI.txt    T".
           05 FILLER PIC X(33)
               VALUE "ADVDATE   TGLADM                 ".
       01 LAP-TABEL REDEFINES LAP-DATA.
           05 LAP-ENTRY OCCURS 29 TIMES.
               10 LP-STEP    PIC X(10).
               10 LP-PROGRAM PIC X(10).
               10 LP-BERKAS  PIC X(12).
               10 LP-CARA    PIC X(01).

       01 POS-TABEL.
           05 POS-ENTRY OCCURS 10 TIMES.
               10 PT-LAPORAN PIC X(12).
               10 PT-BARIS   PIC 9(07).

       01 CETAK-KEPALA.
           05 FILLER      PIC X(21) VALUE "=== CETAK ULANG ARSIP".
           05 FILLER      PIC X VALUE SPACE.
           05 CK-LAPORAN  PIC X(12).
           05 FILLER      PIC X VALUE SPACE.
           05 CK-PROGRAM  PIC X(10).
           05 FILLER      PIC X(09) VALUE " TANGGAL ".
           05 CK-TGL      PIC 9(08).
           05 FILLER      PIC X(04) VALUE " ===".

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * ARSIP LAPORAN - setiap laporan yang dibuat langkah rantai
      * malam disimpan di LAPARSIP.txt di bawah tanggal usaha dan
      * program pembuatnya, dengan katalog LAPKAT.txt (nama
      * laporan, tanggal, program, jumlah baris, status langkah).
      *   M langkah         : catat posisi laporan sebelum langkah
      *   A langkah status  : arsipkan laporan dan layar langkah
      *   D                 : daftar katalog satu tanggal usaha
      *   L                 : lihat / cetak ulang satu laporan ke
      *                       CETAKLAP.txt
      * M dan A dipanggil run_step NIGHTLY; D dan L dari MENU.
      * Arsip yang sudah tua dibuang RETENSI.
      *-----------------------
       MAIN-PROCEDURE.
            DISPLAY "=== ARSIP LAPORAN ===".
            DISPLAY "Mode (D)aftar katalog / (L)ihat-cetak ulang: ".
            ACCEPT mode-input.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            ACCEPT ws-jam FROM TIME.
            EVALUATE TRUE
                WHEN mode-posisi
                    ACCEPT step-input
                    PERFORM CATAT-POSISI
                WHEN mode-arsip
                    ACCEPT step-input
                    ACCEPT status-input
                    PERFORM ARSIPKAN-LANGKAH
                WHEN mode-daftar
                    PERFORM MULAI-AUDIT
                    PERFORM MINTA-TANGGAL
                    PERFORM DAFTAR-KATALOG
                    MOVE "LAPARSIP" TO WS-AUDIT-PROGRAM
                    PERFORM CATAT-AUDIT
                WHEN mode-lihat
                    PERFORM MULAI-AUDIT
                    PERFORM MINTA-TANGGAL
                    PERFORM DAFTAR-KATALOG
                    IF daftar-count > 0
                        DISPLAY "Nomor laporan di daftar : "
                        ACCEPT pilih-input
                        PERFORM CETAK-ULANG
                    END-IF
                    MOVE "LAPARSIP" TO WS-AUDIT-PROGRAM
                    PERFORM CATAT-AUDIT
                WHEN OTHER
                    DISPLAY "Mode tidak dikenal"
                    MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       MULAI-AUDIT.
            MOVE "LAPARSIP" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.

       MINTA-TANGGAL.
            DISPLAY "Tanggal usaha (YYYYMMDD, 0 = hari ini): ".
            ACCEPT tgl-input.
            IF tgl-input NOT = 0
                MOVE tgl-input TO ws-tgl
            END-IF.

      *-----------------------
      * mode M: satu baris LAPPOS.txt per laporan langkah dengan
      * jumlah barisnya sekarang, plus baris LAYAR sebagai
      * pembawa tanggal usaha
      *-----------------------
       CATAT-POSISI.
            OPEN OUTPUT POS-FILE.
            IF ws-ps-status NOT = "00"
                DISPLAY "LAPARSIP: LAPPOS.txt tidak bisa ditulis"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM CATAT-POSISI-LAPORAN
                    VARYING lap-idx FROM 1 BY 1 UNTIL lap-idx > 29
                MOVE "LAYAR" TO ws-laporan
                MOVE 0 TO baris-total
                PERFORM TULIS-POSISI
                CLOSE POS-FILE
            END-IF.

       CATAT-POSISI-LAPORAN.
            IF LP-STEP (lap-idx) = step-input AND
               LP-BERKAS (lap-idx) NOT = SPACES
                MOVE LP-BERKAS (lap-idx) TO ws-nama-lap
                MOVE LP-BERKAS (lap-idx) TO ws-laporan
                PERFORM HITUNG-BARIS
                PERFORM TULIS-POSISI
            END-IF.

       TULIS-POSISI.
            MOVE SPACES      TO POS-RECORD.
            MOVE step-input  TO PS-STEP.
            MOVE ws-tgl      TO PS-TGL.
            MOVE ws-laporan  TO PS-LAPORAN.
            MOVE baris-total TO PS-BARIS.
            WRITE POS-RECORD.

       HITUNG-BARIS.
            MOVE 0 TO baris-total.
            OPEN INPUT LAPOR-LIVE.
            IF ws-lv-status = "00"
                PERFORM HITUNG-SATU-BARIS
                    UNTIL ws-lv-status NOT = "00"
                CLOSE LAPOR-LIVE
            END-IF.

       HITUNG-SATU-BARIS.
            READ LAPOR-LIVE
                AT END CONTINUE
                NOT AT END ADD 1 TO baris-total
            END-READ.

      *-----------------------
      * mode A: laporan langkah dan tangkapan layarnya masuk arsip
      * di bawah tanggal usaha saat langkah mulai, masing-masing
      * satu baris katalog dengan status langkah
      *-----------------------
       ARSIPKAN-LANGKAH.
            PERFORM MUAT-POSISI.
            MOVE step-input TO ws-program.
            PERFORM CARI-PROGRAM
                VARYING lap-idx FROM 1 BY 1 UNTIL lap-idx > 29.
            PERFORM CARI-NOMOR-BERIKUT.
            OPEN EXTEND LAPARSIP-FILE.
            IF ws-la-status = "35"
                OPEN OUTPUT LAPARSIP-FILE
            END-IF.
            OPEN EXTEND LAPKAT-FILE.
            IF ws-lc-status = "35"
                OPEN OUTPUT LAPKAT-FILE
            END-IF.
            IF ws-la-status NOT = "00" OR ws-lc-status NOT = "00"
                DISPLAY "LAPARSIP: arsip laporan tidak bisa ditulis"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM ARSIPKAN-LAPORAN
                    VARYING lap-idx FROM 1 BY 1 UNTIL lap-idx > 29
                MOVE "LAYAR.txt" TO ws-nama-lap
                MOVE "LAYAR"     TO ws-laporan
                MOVE "T"         TO ws-cara
                PERFORM ARSIPKAN-SATU-BERKAS
                CLOSE LAPARSIP-FILE
                CLOSE LAPKAT-FILE
                DISPLAY "LAPARSIP: ", step-input, " ", arsip-count,
                        " laporan diarsip tanggal ", pos-tgl
            END-IF.

      *    posisi dari langkah lain (M tidak jalan) diabaikan:
      *    semua laporan diarsip utuh di bawah tanggal hari ini
       MUAT-POSISI.
            MOVE 0 TO pos-count.
            MOVE ws-tgl TO pos-tgl.
            OPEN INPUT POS-FILE.
            IF ws-ps-status = "00"
                PERFORM MUAT-BARIS-POSISI
                    UNTIL ws-ps-status NOT = "00"
                CLOSE POS-FILE
            END-IF.

       MUAT-BARIS-POSISI.
            READ POS-FILE
                AT END CONTINUE
                NOT AT END
                    IF PS-STEP = step-input AND pos-count < 10
                        ADD 1 TO pos-count
                        MOVE PS-LAPORAN TO PT-LAPORAN (pos-count)
                        MOVE PS-BARIS   TO PT-BARIS (pos-count)
                        MOVE PS-TGL     TO pos-tgl
                    END-IF
            END-READ.

       CARI-PROGRAM.
            IF LP-STEP (lap-idx) = step-input
                MOVE LP-PROGRAM (lap-idx) TO ws-program
            END-IF.

       CARI-NOMOR-BERIKUT.
            MOVE 0 TO no-berikut.
            OPEN INPUT LAPKAT-FILE.
            IF ws-lc-status = "00"
                PERFORM BACA-NOMOR-KATALOG
                    UNTIL ws-lc-status NOT = "00"
                CLOSE LAPKAT-FILE
            END-IF.

       BACA-NOMOR-KATALOG.
            READ LAPKAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF LC-NO IS NUMERIC AND LC-NO > no-berikut
                        MOVE LC-NO TO no-berikut
                    END-IF
            END-READ.

       ARSIPKAN-LAPORAN.
            IF LP-STEP (lap-idx) = step-input AND
               LP-BERKAS (lap-idx) NOT = SPACES
                MOVE LP-BERKAS (lap-idx) TO ws-nama-lap
                MOVE LP-BERKAS (lap-idx) TO ws-laporan
                MOVE LP-CARA (lap-idx)   TO ws-cara
                PERFORM ARSIPKAN-SATU-BERKAS
            END-IF.

      *-----------------------
      * laporan yang ditambah diarsip mulai baris sesudah posisi
      * sebelum langkah; berkas yang menyusut (dibuat ulang atau
      * dipangkas RETENSI di langkah itu) diarsip utuh
      *-----------------------
       ARSIPKAN-SATU-BERKAS.
            PERFORM HITUNG-BARIS.
            MOVE 1 TO baris-awal.
            IF ws-cara = "A"
                MOVE 0 TO baris-lama
                PERFORM CARI-POSISI-LAMA
                    VARYING pos-idx FROM 1 BY 1
                    UNTIL pos-idx > pos-count
                IF baris-total >= baris-lama
                    COMPUTE baris-awal = baris-lama + 1
                END-IF
            END-IF.
            ADD 1 TO no-berikut.
            MOVE 0 TO baris-no.
            MOVE 0 TO baris-tulis.
            OPEN INPUT LAPOR-LIVE.
            IF ws-lv-status = "00"
                PERFORM SALIN-BARIS-ARSIP
                    UNTIL ws-lv-status NOT = "00"
                CLOSE LAPOR-LIVE
            END-IF.
            MOVE SPACES       TO LAPKAT-RECORD.
            MOVE no-berikut   TO LC-NO.
            MOVE pos-tgl      TO LC-TGL.
            MOVE ws-laporan   TO LC-LAPORAN.
            MOVE ws-program   TO LC-PROGRAM.
            MOVE step-input   TO LC-STEP.
            MOVE baris-tulis  TO LC-BARIS.
            MOVE status-input TO LC-STATUS.
            MOVE ws-jam       TO LC-JAM.
            WRITE LAPKAT-RECORD.
            ADD 1 TO arsip-count.

       CARI-POSISI-LAMA.
            IF PT-LAPORAN (pos-idx) = ws-laporan
                MOVE PT-BARIS (pos-idx) TO baris-lama
            END-IF.

       SALIN-BARIS-ARSIP.
            READ LAPOR-LIVE
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO baris-no
                    IF baris-no >= baris-awal
                        ADD 1 TO baris-tulis
                        MOVE SPACES      TO LAPARSIP-RECORD
                        MOVE no-berikut  TO LA-NO
                        MOVE pos-tgl     TO LA-TGL
                        MOVE baris-tulis TO LA-BARIS
                        MOVE LIVE-RECORD TO LA-TEKS
                        WRITE LAPARSIP-RECORD
                    END-IF
            END-READ.

      *-----------------------
      * mode D / L: katalog tanggal usaha terpilih, bernomor urut
      *-----------------------
       DAFTAR-KATALOG.
            MOVE 0 TO daftar-count.
            DISPLAY "--- Katalog arsip laporan tanggal ", ws-tgl,
                    " ---".
            OPEN INPUT LAPKAT-FILE.
            IF ws-lc-status = "00"
                PERFORM TAMPIL-BARIS-KATALOG
                    UNTIL ws-lc-status NOT = "00"
                CLOSE LAPKAT-FILE
            END-IF.
            IF daftar-count = 0
                DISPLAY "Tidak ada laporan diarsip tanggal ", ws-tgl
            END-IF.

       TAMPIL-BARIS-KATALOG.
            READ LAPKAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF LC-TGL = ws-tgl
                        ADD 1 TO daftar-count
                        DISPLAY daftar-count, ". ", LC-LAPORAN, " ",
                                LC-PROGRAM, " ", LC-STEP, " ",
                                LC-BARIS, " baris ", LC-STATUS,
                                " jam ", LC-JAM (1:4)
                    END-IF
            END-READ.

       CETAK-ULANG.
            MOVE 0 TO pilih-no.
            MOVE 0 TO daftar-count.
            OPEN INPUT LAPKAT-FILE.
            IF ws-lc-status = "00"
                PERFORM CARI-PILIHAN
                    UNTIL ws-lc-status NOT = "00"
                CLOSE LAPKAT-FILE
            END-IF.
            IF pilih-no = 0
                DISPLAY "Nomor ", pilih-input, " tidak ada di daftar"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM TULIS-CETAK-ULANG
            END-IF.

       CARI-PILIHAN.
            READ LAPKAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF LC-TGL = ws-tgl
                        ADD 1 TO daftar-count
                        IF daftar-count = pilih-input
                            MOVE LC-NO      TO pilih-no
                            MOVE LC-LAPORAN TO pilih-lap
                            MOVE LC-PROGRAM TO pilih-prog
                        END-IF
                    END-IF
            END-READ.

       TULIS-CETAK-ULANG.
            MOVE 0 TO cetak-count.
            OPEN OUTPUT CETAK-FILE.
            MOVE pilih-lap  TO CK-LAPORAN.
            MOVE pilih-prog TO CK-PROGRAM.
            MOVE ws-tgl     TO CK-TGL.
            MOVE CETAK-KEPALA TO CETAK-RECORD.
            WRITE CETAK-RECORD.
            DISPLAY CETAK-KEPALA.
            OPEN INPUT LAPARSIP-FILE.
            IF ws-la-status = "00"
                PERFORM SALIN-BARIS-CETAK
                    UNTIL ws-la-status NOT = "00"
                CLOSE LAPARSIP-FILE
            END-IF.
            CLOSE CETAK-FILE.
            DISPLAY cetak-count, " baris dicetak ulang ke CETAKLAP.txt".

       SALIN-BARIS-CETAK.
            READ LAPARSIP-FILE
                AT END CONTINUE
                NOT AT END
                    IF LA-NO = pilih-no AND LA-TGL = ws-tgl
                        MOVE LA-TEKS TO CETAK-RECORD
                        WRITE CETAK-RECORD
                        DISPLAY LA-TEKS
                        ADD 1 TO cetak-count
                    END-IF
            END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
