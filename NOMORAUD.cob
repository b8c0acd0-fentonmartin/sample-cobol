       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMORAUD.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY NOMORSEL.
           COPY NLOGSEL.
           COPY JURNALSEL.
           COPY TUGASSEL.
           COPY POSEL.
           COPY KTGSEL.
           COPY VOCSEL.
           COPY SPPSEL.
           COPY KASUSSEL.
           COPY KASBSEL.
           COPY PRAPSEL.
           COPY RETURSEL.
           COPY FAKSEL.
           COPY MUTSEL.
           SELECT VOC-ARSIP ASSIGN TO "VOUCHARC.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VA-STATUS.
           SELECT PRE-SORT ASSIGN TO "NOMORIN.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-NOMOR ASSIGN TO "NOMORSRT.tmp".
           SELECT SORTED-NOMOR ASSIGN TO "NOMOROUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT AUDIT-NOMOR-REPORT ASSIGN TO "NOMORAUD.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY NOMORFD.

           COPY NLOGFD.

           COPY JURNALFD.

           COPY TUGASFD.

           COPY POFD.

           COPY KTGFD.

           COPY VOCFD.

           COPY SPPFD.

           COPY KASUSFD.

           COPY KASBFD.

           COPY PRAPFD.

           COPY RETURFD.

           COPY FAKFD.

           COPY MUTFD.

      *    voucher yang sudah dipangkas RETENSI tetap dihitung terpakai
           COPY VOCFD REPLACING ==VOUCHER-FILE== BY ==VOC-ARSIP==
                                ==VOUCHER-RECORD== BY ==VARS-RECORD==
                                LEADING ==VC== BY ==VA==.

      *-----------------------
      * satu baris per nomor: "T" = tarikan dari NOMORLOG, "P" =
      * pemakaian di berkas transaksinya.  Urut seri, nomor, jenis
      * sehingga pemakaian sebuah nomor terbaca sebelum tarikannya.
      *-----------------------
       FD PRE-SORT.
       01 PRE-RECORD.
           02 NP-SERI    PIC X(08).
           02 NP-NOMOR   PIC 9(09).
           02 NP-JENIS   PIC X(01).
           02 NP-TGL     PIC 9(08).
           02 NP-PROGRAM PIC X(10).
           02 NP-OPER    PIC 9(04).

       SD SORT-NOMOR.
       01 SORT-NOMOR-REC.
           02 NS-SERI    PIC X(08).
           02 NS-NOMOR   PIC 9(09).
           02 NS-JENIS   PIC X(01).
           02 NS-ISI     PIC X(22).

       FD SORTED-NOMOR.
       01 SORTED-NOMOR-REC.
           02 NB-SERI    PIC X(08).
           02 NB-NOMOR   PIC 9(09).
           02 NB-JENIS   PIC X(01).
           02 NB-TGL     PIC 9(08).
           02 NB-PROGRAM PIC X(10).
           02 NB-OPER    PIC 9(04).

       FD AUDIT-NOMOR-REPORT.
       01 AUDIT-NOMOR-LINE PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-nr-status  pic X(02).
       77 ws-nl-status  pic X(02).
       77 ws-jr-status  pic X(02).
       77 ws-tk-status  pic X(02).
       77 ws-po-status  pic X(02).
       77 ws-ktg-status pic X(02).
       77 ws-vc-status  pic X(02).
       77 ws-va-status  pic X(02).
       77 ws-spp-status pic X(02).
       77 ws-ks-status  pic X(02).
       77 ws-kb-status  pic X(02).
       77 ws-pp-status  pic X(02).
       77 ws-rt-status  pic X(02).
       77 ws-fk-status  pic X(02).
       77 ws-mt-status  pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-srt-status pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 tgl-input     pic 9(08).
       77 mulai-tgl     pic 9(08).
       77 bulan-usaha   pic 9(06).
       77 register-no   pic 9(02).
       77 baris-count   pic 9(07) value 0.
       77 temuan-count  pic 9(05) value 0.
       77 report-line   pic X(100).

      *-----------------------
      * seri yang sedang diperiksa dan record kontrolnya
      *-----------------------
       77 cur-seri      pic X(08) value spaces.
       77 seri-ada      pic X value "N".
           88 ada-kontrol value "Y".
       77 ctl-awal      pic 9(09).
       77 ctl-akhir     pic 9(09).
       77 ctl-langkah   pic 9(03).
       77 prev-t        pic 9(09).
       77 harap-nomor   pic 9(09).
       77 seri-tarik    pic 9(07).
       77 seri-celah    pic 9(05).
       77 seri-ganda    pic 9(05).
       77 seri-tanpa    pic 9(05).
       77 seri-liar     pic 9(05).

      *-----------------------
      * nomor yang sedang dikumpulkan: jumlah tarikan (semua dan yang
      * di dalam periode audit), jumlah pemakaian, tarikan terakhir
      *-----------------------
       77 cur-nomor     pic 9(09).
       77 grp-aktif     pic X value "N".
           88 ada-grup  value "Y".
       77 grp-t         pic 9(04).
       77 grp-t-baru    pic 9(04).
       77 grp-p         pic 9(05).
       77 grp-tgl       pic 9(08).
       77 grp-program   pic X(10).
       77 grp-oper      pic 9(04).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * AUDIT NOMOR MALAM - setiap nomor yang ditarik lewat NOMORGEN
      * (NOMORLOG.txt) dicocokkan dengan pemakaiannya: struk di
      * JURNAL.txt, tugas di TUGAS.txt, PO di PO.txt, kantong di
      * KANTONG.txt, voucher di VOUCHER.txt/VOUCHARC.txt.  Untuk
      * tarikan sejak tanggal audit dilaporkan: celah (nomor dilompati
      * tanpa ditarik), nomor ganda (ditarik lebih dari sekali), dan
      * nomor ditarik tetapi tidak pernah dipakai (siapa dan kapan).
      * Nomor terpakai di atas titik awal seri yang tidak pernah
      * ditarik, dan record seri yang tidak sejalan dengan log, juga
      * dilaporkan.  Laporan ditambahkan ke NOMORAUD.txt.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "NOMORAUD" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== AUDIT NOMOR: CELAH, GANDA, TAK TERPAKAI ===".
            DISPLAY "Audit tarikan sejak (YYYYMMDD, 0 = awal bulan ",
                    "tanggal usaha): " WITH NO ADVANCING.
            ACCEPT tgl-input.
            IF tgl-input = 0
                DIVIDE WS-TGL-USAHA BY 100 GIVING bulan-usaha
                COMPUTE mulai-tgl = bulan-usaha * 100 + 1
            ELSE
                MOVE tgl-input TO mulai-tgl
            END-IF.
            OPEN INPUT NOMOR-FILE.
            IF WS-NR-STATUS NOT = "00"
                DISPLAY "NOMOR.txt belum ada, belum ada seri yang ",
                        "diaudit"
            ELSE
                PERFORM KUMPULKAN-SEMUA
                SORT SORT-NOMOR
                    ON ASCENDING KEY NS-SERI
                    ON ASCENDING KEY NS-NOMOR
                    ON ASCENDING KEY NS-JENIS
                    USING PRE-SORT
                    GIVING SORTED-NOMOR
                PERFORM BUKA-LAPORAN
                OPEN INPUT SORTED-NOMOR
                PERFORM PERIKSA-BARIS
                    UNTIL WS-SRT-STATUS NOT = "00"
                CLOSE SORTED-NOMOR
                PERFORM SELESAIKAN-NOMOR
                PERFORM SELESAIKAN-SERI
                MOVE SPACES TO report-line
                STRING "Jumlah temuan: " temuan-count
                    DELIMITED BY SIZE INTO report-line
                PERFORM TULIS-BARIS
                CLOSE AUDIT-NOMOR-REPORT
                CLOSE NOMOR-FILE
                DISPLAY baris-count, " baris diperiksa, ",
                        temuan-count, " temuan (lihat NOMORAUD.txt)"
            END-IF.
            MOVE "NOMORAUD" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * KUMPULKAN - tarikan dan pemakaian dari semua berkas ke satu
      * berkas sementara untuk diurutkan
      *-----------------------
       KUMPULKAN-SEMUA.
            OPEN OUTPUT PRE-SORT.
            OPEN INPUT NLOG-FILE.
            IF WS-NL-STATUS = "00"
                PERFORM KUMPULKAN-TARIKAN
                    UNTIL WS-NL-STATUS NOT = "00"
                CLOSE NLOG-FILE
            END-IF.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                PERFORM KUMPULKAN-STRUK
                    UNTIL WS-JR-STATUS NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.
            OPEN INPUT TASK-FILE.
            IF WS-TK-STATUS = "00"
                PERFORM KUMPULKAN-TUGAS
                    UNTIL WS-TK-STATUS NOT = "00"
                CLOSE TASK-FILE
            END-IF.
            OPEN INPUT PO-FILE.
            IF WS-PO-STATUS = "00"
                PERFORM KUMPULKAN-PO
                    UNTIL WS-PO-STATUS NOT = "00"
                CLOSE PO-FILE
            END-IF.
            OPEN INPUT KANTONG-FILE.
            IF WS-KTG-STATUS = "00"
                PERFORM KUMPULKAN-KANTONG
                    UNTIL WS-KTG-STATUS NOT = "00"
                CLOSE KANTONG-FILE
            END-IF.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VC-STATUS = "00"
                PERFORM KUMPULKAN-VOUCHER
                    UNTIL WS-VC-STATUS NOT = "00"
                CLOSE VOUCHER-FILE
            END-IF.
            OPEN INPUT VOC-ARSIP.
            IF WS-VA-STATUS = "00"
                PERFORM KUMPULKAN-VOUCHER-ARSIP
                    UNTIL WS-VA-STATUS NOT = "00"
                CLOSE VOC-ARSIP
            END-IF.
            OPEN INPUT SPP-FILE.
            IF WS-SPP-STATUS = "00"
                PERFORM KUMPULKAN-SPP
                    UNTIL WS-SPP-STATUS NOT = "00"
                CLOSE SPP-FILE
            END-IF.
            OPEN INPUT KASUS-FILE.
            IF WS-KS-STATUS = "00"
                PERFORM KUMPULKAN-KASUS
                    UNTIL WS-KS-STATUS NOT = "00"
                CLOSE KASUS-FILE
            END-IF.
            OPEN INPUT KASBON-FILE.
            IF WS-KB-STATUS = "00"
                PERFORM KUMPULKAN-KASBON
                    UNTIL WS-KB-STATUS NOT = "00"
                CLOSE KASBON-FILE
            END-IF.
            OPEN INPUT PRAPESAN-FILE.
            IF WS-PP-STATUS = "00"
                PERFORM KUMPULKAN-PESAN
                    UNTIL WS-PP-STATUS NOT = "00"
                CLOSE PRAPESAN-FILE
            END-IF.
            OPEN INPUT RETUR-FILE.
            IF WS-RT-STATUS = "00"
                PERFORM KUMPULKAN-RETUR
                    UNTIL WS-RT-STATUS NOT = "00"
                CLOSE RETUR-FILE
            END-IF.
            OPEN INPUT FAKTUR-FILE.
            IF WS-FK-STATUS = "00"
                PERFORM KUMPULKAN-FAKTUR
                    UNTIL WS-FK-STATUS NOT = "00"
                CLOSE FAKTUR-FILE
            END-IF.
            OPEN INPUT MUTASI-FILE.
            IF WS-MT-STATUS = "00"
                PERFORM KUMPULKAN-MUTASI
                    UNTIL WS-MT-STATUS NOT = "00"
                CLOSE MUTASI-FILE
            END-IF.
            CLOSE PRE-SORT.

       KUMPULKAN-TARIKAN.
            READ NLOG-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE NL-SERI    TO NP-SERI
                    MOVE NL-NOMOR   TO NP-NOMOR
                    MOVE "T"        TO NP-JENIS
                    MOVE NL-TGL     TO NP-TGL
                    MOVE NL-PROGRAM TO NP-PROGRAM
                    MOVE NL-OPER    TO NP-OPER
                    WRITE PRE-RECORD
            END-READ.

      *    nomor struk = register x 100000 + urut, jadi serinya
      *    terbaca dari digit depannya; record Z/G/D tanpa nomor
       KUMPULKAN-STRUK.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JR-RECEIPT-NO IS NUMERIC
                        IF JR-RECEIPT-NO > 0
                            DIVIDE JR-RECEIPT-NO BY 100000
                                GIVING register-no
                            MOVE SPACES TO NP-SERI
                            STRING "STRUK" register-no (2:1)
                                DELIMITED BY SIZE INTO NP-SERI
                            MOVE JR-RECEIPT-NO TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-TUGAS.
            READ TASK-FILE
                AT END CONTINUE
                NOT AT END
                    IF TK-SEQ-NO IS NUMERIC
                        IF TK-SEQ-NO > 0
                            MOVE "TUGAS"   TO NP-SERI
                            MOVE TK-SEQ-NO TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-PO.
            READ PO-FILE
                AT END CONTINUE
                NOT AT END
                    IF PO-NO IS NUMERIC
                        IF PO-NO > 0
                            MOVE "PO"  TO NP-SERI
                            MOVE PO-NO TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-KANTONG.
            READ KANTONG-FILE
                AT END CONTINUE
                NOT AT END
                    IF KT-JENIS = "T" AND KT-NO IS NUMERIC
                        MOVE "KANTONG" TO NP-SERI
                        MOVE KT-NO     TO NP-NOMOR
                        PERFORM TULIS-PAKAI
                    END-IF
            END-READ.

       KUMPULKAN-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
                AT END CONTINUE
                NOT AT END
                    MOVE "VOUCHER" TO NP-SERI
                    MOVE VC-NO     TO NP-NOMOR
                    PERFORM TULIS-PAKAI
            END-READ.

       KUMPULKAN-VOUCHER-ARSIP.
            READ VOC-ARSIP
                AT END CONTINUE
                NOT AT END
                    IF VA-NO IS NUMERIC
                        MOVE "VOUCHER" TO NP-SERI
                        MOVE VA-NO     TO NP-NOMOR
                        PERFORM TULIS-PAKAI
                    END-IF
            END-READ.

      *    satu kwitansi SPP bisa dialokasikan ke beberapa bulan,
      *    tiap baris pembayaran "B"-nya dihitung pemakaian
       KUMPULKAN-SPP.
            READ SPP-FILE
                AT END CONTINUE
                NOT AT END
                    IF SP-JENIS = "B" AND SP-NO IS NUMERIC
                        IF SP-NO > 0
                            MOVE "SPP" TO NP-SERI
                            MOVE SP-NO TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-KASUS.
            READ KASUS-FILE
                AT END CONTINUE
                NOT AT END
                    IF KS-NO IS NUMERIC
                        IF KS-NO > 0
                            MOVE "KASUS" TO NP-SERI
                            MOVE KS-NO   TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-KASBON.
            READ KASBON-FILE
                AT END CONTINUE
                NOT AT END
                    IF KB-NO IS NUMERIC
                        IF KB-NO > 0
                            MOVE "KASBON" TO NP-SERI
                            MOVE KB-NO    TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-PESAN.
            READ PRAPESAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF PP-NO IS NUMERIC
                        IF PP-NO > 0
                            MOVE "PESAN" TO NP-SERI
                            MOVE PP-NO   TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF RT-NO IS NUMERIC
                        IF RT-NO > 0
                            MOVE "RETUR" TO NP-SERI
                            MOVE RT-NO   TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       KUMPULKAN-FAKTUR.
            READ FAKTUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF FK-NO IS NUMERIC
                        IF FK-NO > 0
                            MOVE "FAKTUR" TO NP-SERI
                            MOVE FK-NO    TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

      *    seri mutasi per outlet pengirim (MUTASInn); dokumen kiriman
      *    outlet lain yang digabung CABANG tidak punya record kontrol
      *    di sini dan karena itu tidak diaudit
       KUMPULKAN-MUTASI.
            READ MUTASI-FILE
                AT END CONTINUE
                NOT AT END
                    IF MT-NO IS NUMERIC AND MT-DARI IS NUMERIC
                        IF MT-NO > 0
                            MOVE SPACES TO NP-SERI
                            STRING "MUTASI" MT-DARI
                                DELIMITED BY SIZE INTO NP-SERI
                            MOVE MT-NO TO NP-NOMOR
                            PERFORM TULIS-PAKAI
                        END-IF
                    END-IF
            END-READ.

       TULIS-PAKAI.
            MOVE "P"    TO NP-JENIS.
            MOVE 0      TO NP-TGL.
            MOVE SPACES TO NP-PROGRAM.
            MOVE 0      TO NP-OPER.
            WRITE PRE-RECORD.

       BUKA-LAPORAN.
            OPEN EXTEND AUDIT-NOMOR-REPORT.
            IF WS-RPT-STATUS = "35"
                OPEN OUTPUT AUDIT-NOMOR-REPORT
            END-IF.
            MOVE SPACES TO report-line.
            STRING "=== AUDIT NOMOR tanggal usaha " WS-TGL-USAHA
                   ", tarikan sejak " mulai-tgl " ==="
                DELIMITED BY SIZE INTO report-line.
            PERFORM TULIS-BARIS.

      *-----------------------
      * PERIKSA - baris urut dikelompokkan per nomor di dalam seri;
      * pergantian nomor/seri menutup kelompok sebelumnya
      *-----------------------
       PERIKSA-BARIS.
            READ SORTED-NOMOR
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO baris-count
                    IF NB-SERI NOT = cur-seri
                        PERFORM SELESAIKAN-NOMOR
                        PERFORM SELESAIKAN-SERI
                        PERFORM MULAI-SERI
                    ELSE
                        IF NB-NOMOR NOT = cur-nomor
                            PERFORM SELESAIKAN-NOMOR
                        END-IF
                    END-IF
                    IF NOT ada-grup
                        PERFORM MULAI-NOMOR
                    END-IF
                    PERFORM HITUNG-BARIS
            END-READ.

      *    seri tanpa record kontrol (nomor lama sebelum layanan
      *    nomor dipakai, register yang belum pernah menarik) tidak
      *    diaudit
       MULAI-SERI.
            MOVE NB-SERI TO cur-seri.
            MOVE "N" TO seri-ada.
            MOVE NB-SERI TO NR-SERI.
            READ NOMOR-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY MOVE "Y" TO seri-ada
            END-READ.
            IF ada-kontrol
                MOVE NR-AWAL  TO ctl-awal
                MOVE NR-AKHIR TO ctl-akhir
                MOVE NR-AWAL  TO prev-t
                IF NR-LANGKAH IS NUMERIC AND NR-LANGKAH > 0
                    MOVE NR-LANGKAH TO ctl-langkah
                ELSE
                    MOVE 1 TO ctl-langkah
                END-IF
            END-IF.
            MOVE 0 TO seri-tarik seri-celah seri-ganda seri-tanpa
                      seri-liar.

       MULAI-NOMOR.
            MOVE NB-NOMOR TO cur-nomor.
            MOVE "Y" TO grp-aktif.
            MOVE 0 TO grp-t grp-t-baru grp-p grp-tgl grp-oper.
            MOVE SPACES TO grp-program.

       HITUNG-BARIS.
            IF NB-JENIS = "T"
                ADD 1 TO grp-t
                IF NB-TGL >= mulai-tgl
                    ADD 1 TO grp-t-baru
                END-IF
                MOVE NB-TGL     TO grp-tgl
                MOVE NB-PROGRAM TO grp-program
                MOVE NB-OPER    TO grp-oper
            ELSE
                ADD 1 TO grp-p
            END-IF.

      *-----------------------
      * SELESAIKAN-NOMOR - satu nomor selesai dikumpulkan
      *-----------------------
       SELESAIKAN-NOMOR.
            IF ada-grup AND ada-kontrol
                IF grp-t > 0
                    IF grp-t-baru > 0
                        PERFORM PERIKSA-TARIKAN
                    END-IF
                    IF cur-nomor > prev-t
                        MOVE cur-nomor TO prev-t
                    END-IF
                ELSE
                    IF cur-nomor > ctl-awal
                        ADD 1 TO seri-liar
                        MOVE SPACES TO report-line
                        STRING "TEMUAN: " cur-seri " nomor " cur-nomor
                               " dipakai tanpa pernah ditarik"
                            DELIMITED BY SIZE INTO report-line
                        PERFORM TULIS-TEMUAN
                    END-IF
                END-IF
            END-IF.
            MOVE "N" TO grp-aktif.

       PERIKSA-TARIKAN.
            ADD 1 TO seri-tarik.
            COMPUTE harap-nomor = prev-t + ctl-langkah.
            IF cur-nomor > harap-nomor
                ADD 1 TO seri-celah
                COMPUTE prev-t = cur-nomor - ctl-langkah
                MOVE SPACES TO report-line
                STRING "TEMUAN: " cur-seri " celah nomor " harap-nomor
                       " s/d " prev-t " tidak pernah ditarik"
                    DELIMITED BY SIZE INTO report-line
                PERFORM TULIS-TEMUAN
            END-IF.
            IF grp-t > 1
                ADD 1 TO seri-ganda
                MOVE SPACES TO report-line
                STRING "TEMUAN: " cur-seri " nomor " cur-nomor
                       " ditarik " grp-t " kali (nomor ganda)"
                    DELIMITED BY SIZE INTO report-line
                PERFORM TULIS-TEMUAN
            END-IF.
            IF grp-p = 0
                ADD 1 TO seri-tanpa
                MOVE SPACES TO report-line
                STRING "TEMUAN: " cur-seri " nomor " cur-nomor
                       " ditarik " grp-tgl " oleh " grp-program
                       " operator " grp-oper " tidak pernah dipakai"
                    DELIMITED BY SIZE INTO report-line
                PERFORM TULIS-TEMUAN
            END-IF.

      *-----------------------
      * SELESAIKAN-SERI - record kontrol harus sama dengan tarikan
      * terakhir di log: lebih maju berarti ada tarikan tanpa catatan,
      * tertinggal berarti nomor berikutnya akan terbit ganda
      *-----------------------
       SELESAIKAN-SERI.
            IF cur-seri NOT = SPACES AND ada-kontrol
                IF ctl-akhir > prev-t
                    MOVE SPACES TO report-line
                    STRING "TEMUAN: " cur-seri " record seri di nomor "
                           ctl-akhir ", log berhenti di " prev-t
                           " (tarikan tanpa catatan)"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM TULIS-TEMUAN
                END-IF
                IF ctl-akhir < prev-t
                    MOVE SPACES TO report-line
                    STRING "TEMUAN: " cur-seri " record seri di nomor "
                           ctl-akhir ", log sudah sampai " prev-t
                           " (nomor ganda akan terbit)"
                        DELIMITED BY SIZE INTO report-line
                    PERFORM TULIS-TEMUAN
                END-IF
                MOVE SPACES TO report-line
                STRING "Seri " cur-seri ": terakhir " ctl-akhir
                       ", ditarik " seri-tarik ", celah " seri-celah
                       ", ganda " seri-ganda ", tak terpakai "
                       seri-tanpa ", tanpa tarikan " seri-liar
                    DELIMITED BY SIZE INTO report-line
                PERFORM TULIS-BARIS
            END-IF.

       TULIS-TEMUAN.
            ADD 1 TO temuan-count.
            PERFORM TULIS-BARIS.

       TULIS-BARIS.
            MOVE report-line TO AUDIT-NOMOR-LINE.
            WRITE AUDIT-NOMOR-LINE.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
