           COPY JURNALSEL.
           COPY JRNLDSEL.
           COPY HPOKSEL.
           COPY ANTRSEL.
           COPY BDATESEL.
           SELECT SALES-REPORT ASSIGN TO "SALES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT KONS-JOURNAL ASSIGN TO "JURNALCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KJ-STATUS.
           COPY OUTLSEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.

           COPY HPOKFD.

           COPY ANTRFD.

           COPY BDATEFD.

       FD SALES-REPORT.
       01 SALES-RECORD PIC X(100).

           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==KONS-JOURNAL==
                           ==JURNAL-RECORD== BY ==KONSJ-RECORD==
                           LEADING ==JR== BY ==KJ==.

           COPY OUTLFD.

           COPY SESIFD.

           COPY AUDITFD.
       77 ws-jd-status  pic X(02).
       77 ws-hp-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-aq-status  pic X(02).
       77 ws-kj-status  pic X(02).
       77 ws-tgl        pic 9(08).
       COPY BDATEWS.
       77 ws-idx        pic 99 comp.
       77 hpk-count     pic 99 value 0.
       77 day-gross     pic S9(09) value 0.
       77 day-disc      pic S9(09) value 0.
       77 kanal-idx     pic 99 comp.
       77 kanal-pos     pic 99 comp.
       77 kanal-cari    pic X(01).
       77 kanal-isi     pic 9(02) value 0.
       77 m-disc        pic S9(08).
       77 m-neto        pic S9(08).
       77 m-hpp         pic S9(08).
       77 tot-neto      pic S9(09) value 0.
       77 tot-hpp       pic S9(09) value 0.
       77 tot-marjin    pic S9(09) value 0.
       77 lay-idx       pic 99 comp.
       77 lay-count     pic 9(05) value 0.
       77 lay-buka      pic 9(05) value 0.
       77 lay-batal     pic 9(05) value 0.
       77 detik-pesan   pic 9(06).
       77 detik-buat    pic 9(06).
       77 detik-ambil   pic 9(06).
       77 lama-buat     pic 9(06).
       77 lama-tunggu   pic 9(06).
       77 lama-detik    pic 9(06).
       77 lama-menit    pic 9(04).
       COPY SESIWS.
       COPY AUDITWS.
       COPY KANALWS.
       COPY OUTLWS.
       77 rec-outlet    pic 9(02) value 0.
       77 olh-idx       pic 9(02) comp.
       77 gab-trx       pic S9(05) value 0.
       77 gab-gross     pic S9(09) value 0.
       77 gab-neto      pic S9(09) value 0.

      *-----------------------
      * penjualan hari ini per outlet, sejajar OUTLET-TABEL; outlet
      * cabang dari JURNALCB.txt yang diimpor CABANG di pusat
      *-----------------------
       01 OLH-TABEL.
           05 OLH-ENTRY OCCURS 4 TIMES.
               10 OLH-TRX   PIC S9(05).
               10 OLH-GROSS PIC S9(09).
               10 OLH-NETO  PIC S9(09).

      *-----------------------
      * penjualan per kanal (kasir / platform), sejajar KANAL-TABEL
      *-----------------------
       01 KANAL-REKAP.
           05 KRK-ENTRY OCCURS 4 TIMES.
               10 KRK-TRX   PIC S9(05).
               10 KRK-GROSS PIC S9(09).
               10 KRK-NETO  PIC S9(09).

      *-----------------------
      * akumulasi per kode + ukuran, supaya kelihatan apakah ukuran
       01 JAM-TABEL.
           05 JAM-COUNT PIC 9(05) OCCURS 24 TIMES.

      *-----------------------
      * waktu layanan bar dari ANTRIAN.txt, dalam detik: per jam
      * struk dibayar (1-24 = jam 00-23) dan per register (1-10 =
      * register 0-9); hanya tiket yang sudah diambil
      *-----------------------
       01 LAY-JAM-TABEL.
           05 LAY-JAM-ENTRY OCCURS 24 TIMES.
               10 LJ-TIKET   PIC 9(05).
               10 LJ-BUAT    PIC 9(09).
               10 LJ-TUNGGU  PIC 9(09).
               10 LJ-TERLAMA PIC 9(06).

       01 LAY-REG-TABEL.
           05 LAY-REG-ENTRY OCCURS 10 TIMES.
               10 LR-TIKET   PIC 9(05).
               10 LR-BUAT    PIC 9(09).
               10 LR-TUNGGU  PIC 9(09).
               10 LR-TERLAMA PIC 9(06).

       01 JAM-URAI.
           02 JU-HH     PIC 9(02).
           02 JU-MM     PIC 9(02).
           02 JU-SS     PIC 9(02).
           02 JU-CC     PIC 9(02).

      *-----------------------
      * harga pokok per kode dari HPOKOK.txt; record terbaru per
      * kode yang tanggal mulainya tidak di masa depan yang dipakai
           02 SI-OMZET PIC -(7)9.
           02 FILLER   PIC X(46) VALUE SPACES.

       01 RPT-KANAL-HDR.
           02 FILLER PIC X(30)
               VALUE "--- PENJUALAN PER KANAL ---".
           02 FILLER PIC X(70) VALUE SPACES.

       01 RPT-KANAL-LINE.
           02 SK-NAMA   PIC X(10).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 SK-TRX    PIC -(4)9.
           02 FILLER    PIC X(15) VALUE " transaksi  Rp ".
           02 SK-GROSS  PIC -(8)9.
           02 FILLER    PIC X(15) VALUE " bruto      Rp ".
           02 SK-NETO   PIC -(8)9.
           02 FILLER    PIC X(06) VALUE " neto".
           02 FILLER    PIC X(29) VALUE SPACES.

       01 RPT-OUTLET-HDR.
           02 FILLER PIC X(30)
               VALUE "--- PENJUALAN PER OUTLET ---".
           02 FILLER PIC X(70) VALUE SPACES.

       01 RPT-OUTLET-JUDUL.
           02 FILLER PIC X(10) VALUE "Outlet".
           02 SOJ-KOLOM OCCURS 5 TIMES.
               03 FILLER   PIC X(02).
               03 SOJ-KODE PIC X(02).
               03 FILLER   PIC X(01).
               03 SOJ-NAMA PIC X(10).
           02 FILLER PIC X(15) VALUE SPACES.

       01 RPT-OUTLET-BARIS.
           02 SOB-LABEL PIC X(10).
           02 SOB-KOLOM OCCURS 5 TIMES.
               03 SOB-NILAI PIC -(11)9.
               03 FILLER    PIC X(03).
           02 FILLER PIC X(15) VALUE SPACES.

       01 RPT-MARGIN-HDR.
           02 FILLER PIC X(30)
               VALUE "--- MARJIN KOTOR HARI INI ---".
           02 FILLER   PIC X(10) VALUE " transaksi".
           02 FILLER   PIC X(76) VALUE SPACES.

       01 RPT-LAYAN-HDR.
           02 FILLER PIC X(40)
               VALUE "--- WAKTU LAYANAN BAR (bayar s/d diambil".
           02 FILLER PIC X(20) VALUE ", menit:detik) ---".
           02 FILLER PIC X(40) VALUE SPACES.

       01 RPT-LAYAN-LINE.
           02 SL-LABEL     PIC X(04).
           02 SL-NO        PIC 99.
           02 FILLER       PIC X(03) VALUE " : ".
           02 SL-TIKET     PIC ZZZZ9.
           02 FILLER       PIC X(18) VALUE " tiket  rata buat ".
           02 SL-BUAT-M    PIC ZZ9.
           02 FILLER       PIC X(01) VALUE ":".
           02 SL-BUAT-S    PIC 99.
           02 FILLER       PIC X(14) VALUE "  rata tunggu ".
           02 SL-TUNGGU-M  PIC ZZ9.
           02 FILLER       PIC X(01) VALUE ":".
           02 SL-TUNGGU-S  PIC 99.
           02 FILLER       PIC X(10) VALUE "  terlama ".
           02 SL-TERLAMA-M PIC ZZ9.
           02 FILLER       PIC X(01) VALUE ":".
           02 SL-TERLAMA-S PIC 99.
           02 FILLER       PIC X(26) VALUE SPACES.

       01 RPT-LAYAN-SISA.
           02 FILLER   PIC X(24) VALUE "Tiket belum diambil   : ".
           02 SS-BUKA  PIC ZZZZ9.
           02 FILLER   PIC X(16) VALUE "   dibatalkan : ".
           02 SS-BATAL PIC ZZZZ9.
           02 FILLER   PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            PERFORM INIT-ANALISIS.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            PERFORM BACA-OUTLET.
            PERFORM MUAT-HARGA-POKOK.
            PERFORM BACA-DETAIL-HARI-INI.
            PERFORM BACA-HEADER-HARI-INI.
            PERFORM BACA-KONS-HARI-INI.
            PERFORM BACA-ANTRIAN-HARI-INI.
            PERFORM SIMPAN-ANALISIS.
            MOVE "LAPJUAL" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 50.
            PERFORM KOSONGKAN-JAM
                VARYING ws-jam FROM 1 BY 1 UNTIL ws-jam > 24.
            MOVE 0 TO lay-count.
            MOVE 0 TO lay-buka.
            MOVE 0 TO lay-batal.
            PERFORM KOSONGKAN-LAYAN-REG
                VARYING lay-idx FROM 1 BY 1 UNTIL lay-idx > 10.
            PERFORM KOSONGKAN-KANAL
                VARYING kanal-idx FROM 1 BY 1
                UNTIL kanal-idx > KANAL-JML.
            MOVE 0 TO gab-trx.
            MOVE 0 TO gab-gross.
            MOVE 0 TO gab-neto.
            INITIALIZE OLH-TABEL.

       KOSONGKAN-KANAL.
            MOVE 0 TO KRK-TRX (kanal-idx).
            MOVE 0 TO KRK-GROSS (kanal-idx).
            MOVE 0 TO KRK-NETO (kanal-idx).

       KOSONGKAN-ENTRI.
            MOVE SPACES TO AGG-KODE (ws-idx).

       KOSONGKAN-JAM.
            MOVE 0 TO JAM-COUNT (ws-jam).
            MOVE 0 TO LJ-TIKET (ws-jam).
            MOVE 0 TO LJ-BUAT (ws-jam).
            MOVE 0 TO LJ-TUNGGU (ws-jam).
            MOVE 0 TO LJ-TERLAMA (ws-jam).

       KOSONGKAN-LAYAN-REG.
            MOVE 0 TO LR-TIKET (lay-idx).
            MOVE 0 TO LR-BUAT (lay-idx).
            MOVE 0 TO LR-TUNGGU (lay-idx).
            MOVE 0 TO LR-TERLAMA (lay-idx).

      *-----------------------
      * HARGA POKOK - dimuat seperti MUAT-MENU di kasir: per kode
                        ADD JR-GROSS TO day-gross
                        ADD JR-DISC  TO day-disc
                    END-IF
                    IF JR-DATE = ws-tgl AND (JR-REC-TYPE = "S"
                                          OR JR-REC-TYPE = "V")
                        PERFORM REKAP-KANAL
                        MOVE WS-OUTLET TO rec-outlet
                        IF JR-OUTLET IS NUMERIC
                            MOVE JR-OUTLET TO rec-outlet
                        END-IF
                        PERFORM REKAP-OUTLET
                    END-IF
                    IF JR-DATE = ws-tgl AND JR-REC-TYPE NOT = "V"
                                       AND JR-REC-TYPE NOT = "Z"
                        COMPUTE ws-jam = JR-TIME / 1000000
                    END-IF
            END-READ.

      *-----------------------
      * KANAL - transaksi dihitung dari struk penjualan, bruto dan
      * neto (sesudah diskon, sebelum PPN) ikut pembalik V supaya
      * void ternetting; record lama tanpa kanal = kasir
      *-----------------------
       REKAP-KANAL.
            IF JR-KANAL = SPACE
                MOVE "K" TO kanal-cari
            ELSE
                MOVE JR-KANAL TO kanal-cari
            END-IF.
      *     kode kanal tak dikenal dihitung sebagai kasir
            MOVE 1 TO kanal-pos.
            PERFORM CARI-KANAL-REKAP
                VARYING kanal-idx FROM 1 BY 1
                UNTIL kanal-idx > KANAL-JML.
            IF JR-REC-TYPE = "S"
                ADD 1 TO KRK-TRX (kanal-pos)
            END-IF.
            ADD JR-GROSS TO KRK-GROSS (kanal-pos).
            COMPUTE KRK-NETO (kanal-pos) =
                KRK-NETO (kanal-pos) + JR-GROSS - JR-DISC.

       CARI-KANAL-REKAP.
            IF KANAL-KODE (kanal-idx) = kanal-cari
                MOVE kanal-idx TO kanal-pos
            END-IF.

      *-----------------------
      * OUTLET - struk hari ini per outlet dengan aturan yang sama
      * dengan kanal; record jurnal sendiri tanpa kode outlet milik
      * outlet ini.  Di pusat struk cabang dibaca dari JURNALCB.txt.
      *-----------------------
       BACA-KONS-HARI-INI.
            OPEN INPUT KONS-JOURNAL.
            IF WS-KJ-STATUS = "00"
                PERFORM AMBIL-BARIS-KONS
                    UNTIL WS-KJ-STATUS NOT = "00"
                CLOSE KONS-JOURNAL
            END-IF.

       AMBIL-BARIS-KONS.
            READ KONS-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF KJ-DATE = ws-tgl AND KJ-OUTLET IS NUMERIC
                     AND (KJ-REC-TYPE = "S" OR KJ-REC-TYPE = "V")
                        MOVE KJ-OUTLET   TO rec-outlet
                        MOVE KJ-REC-TYPE TO JR-REC-TYPE
                        MOVE KJ-GROSS    TO JR-GROSS
                        MOVE KJ-DISC     TO JR-DISC
                        PERFORM REKAP-OUTLET
                    END-IF
            END-READ.

       REKAP-OUTLET.
            MOVE rec-outlet TO WS-OUTLET-CARI.
            PERFORM CARI-OUTLET.
            IF JR-REC-TYPE = "S"
                ADD 1 TO gab-trx
            END-IF.
            ADD JR-GROSS TO gab-gross.
            COMPUTE gab-neto = gab-neto + JR-GROSS - JR-DISC.
            IF WS-OUTLET-POS NOT = 0
                IF JR-REC-TYPE = "S"
                    ADD 1 TO OLH-TRX (WS-OUTLET-POS)
                END-IF
                ADD JR-GROSS TO OLH-GROSS (WS-OUTLET-POS)
                COMPUTE OLH-NETO (WS-OUTLET-POS) =
                    OLH-NETO (WS-OUTLET-POS) + JR-GROSS - JR-DISC
            END-IF.

      *-----------------------
      * WAKTU LAYANAN BAR - satu tiket per struk (baris pertama
      * tiket di ANTRIAN.txt); lama buat = bayar s/d ditandai dibuat,
      * lama tunggu = bayar s/d diambil.  Cap jam yang lebih kecil
      * dari jam bayar berarti lewat tengah malam.
      *-----------------------
       BACA-ANTRIAN-HARI-INI.
            OPEN INPUT ANTRIAN-FILE.
            IF WS-AQ-STATUS = "00"
                PERFORM AMBIL-BARIS-ANTRIAN
                    UNTIL WS-AQ-STATUS NOT = "00"
                CLOSE ANTRIAN-FILE
            END-IF.

       AMBIL-BARIS-ANTRIAN.
            READ ANTRIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF AQ-DATE = ws-tgl AND AQ-BARIS = 1
                        EVALUATE AQ-STATUS
                            WHEN "A"
                                PERFORM CATAT-WAKTU-LAYANAN
                            WHEN "X"
                                ADD 1 TO lay-batal
                            WHEN OTHER
                                ADD 1 TO lay-buka
                        END-EVALUATE
                    END-IF
            END-READ.

       CATAT-WAKTU-LAYANAN.
            MOVE AQ-JAM-BUAT TO JAM-URAI.
            COMPUTE detik-buat = JU-HH * 3600 + JU-MM * 60 + JU-SS.
            MOVE AQ-JAM-AMBIL TO JAM-URAI.
            COMPUTE detik-ambil = JU-HH * 3600 + JU-MM * 60 + JU-SS.
            MOVE AQ-TIME TO JAM-URAI.
            COMPUTE detik-pesan = JU-HH * 3600 + JU-MM * 60 + JU-SS.
            IF detik-buat < detik-pesan
                ADD 86400 TO detik-buat
            END-IF.
            IF detik-ambil < detik-pesan
                ADD 86400 TO detik-ambil
            END-IF.
            COMPUTE lama-buat   = detik-buat - detik-pesan.
            COMPUTE lama-tunggu = detik-ambil - detik-pesan.
            ADD 1 TO lay-count.
            IF JU-HH < 24
                COMPUTE ws-jam = JU-HH + 1
                ADD 1           TO LJ-TIKET (ws-jam)
                ADD lama-buat   TO LJ-BUAT (ws-jam)
                ADD lama-tunggu TO LJ-TUNGGU (ws-jam)
                IF lama-tunggu > LJ-TERLAMA (ws-jam)
                    MOVE lama-tunggu TO LJ-TERLAMA (ws-jam)
                END-IF
            END-IF.
            IF AQ-REG IS NUMERIC
                COMPUTE lay-idx = AQ-REG + 1
            ELSE
                MOVE 1 TO lay-idx
            END-IF.
            IF lay-idx <= 10
                ADD 1           TO LR-TIKET (lay-idx)
                ADD lama-buat   TO LR-BUAT (lay-idx)
                ADD lama-tunggu TO LR-TUNGGU (lay-idx)
                IF lama-tunggu > LR-TERLAMA (lay-idx)
                    MOVE lama-tunggu TO LR-TERLAMA (lay-idx)
                END-IF
            END-IF.

      *-----------------------
      * LAPORAN - item diurut unit terbanyak dulu (seleksi berulang
      * atas tabel kecil), lalu transaksi per jam yang tidak nol
            PERFORM TULIS-BARIS-JAM
                VARYING ws-jam FROM 1 BY 1 UNTIL ws-jam > 24.

            IF lay-count > 0 OR lay-buka > 0 OR lay-batal > 0
                PERFORM TULIS-WAKTU-LAYANAN
            END-IF.

            MOVE 0 TO kanal-isi.
            PERFORM HITUNG-KANAL-ISI
                VARYING kanal-idx FROM 1 BY 1
                UNTIL kanal-idx > KANAL-JML.
      *     bagian kanal hanya dicetak bila ada penjualan platform
            IF kanal-isi > 0
                MOVE RPT-KANAL-HDR TO SALES-RECORD
                WRITE SALES-RECORD
                PERFORM TULIS-BARIS-KANAL
                    VARYING kanal-idx FROM 1 BY 1
                    UNTIL kanal-idx > KANAL-JML
            END-IF.

      *     bagian outlet hanya dicetak bila ada lebih dari satu
      *     outlet terdaftar di OUTLET.txt
            IF WS-OUTLET-JML > 1
                PERFORM TULIS-PER-OUTLET
            END-IF.

            IF agg-count > 0
                MOVE RPT-MARGIN-HDR TO SALES-RECORD
                WRITE SALES-RECORD
                END-IF
            END-IF.

       HITUNG-KANAL-ISI.
            IF KANAL-KODE (kanal-idx) NOT = "K"
               AND (KRK-TRX (kanal-idx) NOT = 0
                    OR KRK-GROSS (kanal-idx) NOT = 0)
                ADD 1 TO kanal-isi
            END-IF.

       TULIS-BARIS-KANAL.
            IF KRK-TRX (kanal-idx) NOT = 0
               OR KRK-GROSS (kanal-idx) NOT = 0
                MOVE KANAL-NAMA (kanal-idx) TO SK-NAMA
                MOVE KRK-TRX (kanal-idx)    TO SK-TRX
                MOVE KRK-GROSS (kanal-idx)  TO SK-GROSS
                MOVE KRK-NETO (kanal-idx)   TO SK-NETO
                MOVE RPT-KANAL-LINE TO SALES-RECORD
                WRITE SALES-RECORD
            END-IF.

       TULIS-PER-OUTLET.
            MOVE RPT-OUTLET-HDR TO SALES-RECORD.
            WRITE SALES-RECORD.
            MOVE SPACES TO RPT-OUTLET-JUDUL.
            MOVE "Outlet" TO RPT-OUTLET-JUDUL (1:10).
            PERFORM ISI-JUDUL-OUTLET
                VARYING olh-idx FROM 1 BY 1
                UNTIL olh-idx > WS-OUTLET-JML.
            MOVE "Gabungan" TO SOJ-NAMA (5).
            MOVE RPT-OUTLET-JUDUL TO SALES-RECORD.
            WRITE SALES-RECORD.
            MOVE SPACES TO RPT-OUTLET-BARIS.
            MOVE "Transaksi" TO SOB-LABEL.
            PERFORM ISI-TRX-OUTLET
                VARYING olh-idx FROM 1 BY 1
                UNTIL olh-idx > WS-OUTLET-JML.
            MOVE gab-trx TO SOB-NILAI (5).
            MOVE RPT-OUTLET-BARIS TO SALES-RECORD.
            WRITE SALES-RECORD.
            MOVE "Bruto Rp" TO SOB-LABEL.
            PERFORM ISI-GROSS-OUTLET
                VARYING olh-idx FROM 1 BY 1
                UNTIL olh-idx > WS-OUTLET-JML.
            MOVE gab-gross TO SOB-NILAI (5).
            MOVE RPT-OUTLET-BARIS TO SALES-RECORD.
            WRITE SALES-RECORD.
            MOVE "Neto Rp" TO SOB-LABEL.
            PERFORM ISI-NETO-OUTLET
                VARYING olh-idx FROM 1 BY 1
                UNTIL olh-idx > WS-OUTLET-JML.
            MOVE gab-neto TO SOB-NILAI (5).
            MOVE RPT-OUTLET-BARIS TO SALES-RECORD.
            WRITE SALES-RECORD.

       ISI-JUDUL-OUTLET.
            MOVE OTL-KODE (olh-idx) TO SOJ-KODE (olh-idx).
            MOVE OTL-NAMA (olh-idx) TO SOJ-NAMA (olh-idx).

       ISI-TRX-OUTLET.
            MOVE OLH-TRX (olh-idx) TO SOB-NILAI (olh-idx).

       ISI-GROSS-OUTLET.
            MOVE OLH-GROSS (olh-idx) TO SOB-NILAI (olh-idx).

       ISI-NETO-OUTLET.
            MOVE OLH-NETO (olh-idx) TO SOB-NILAI (olh-idx).

       TULIS-BARIS-JAM.
            IF JAM-COUNT (ws-jam) NOT = 0
                COMPUTE SJ-JAM = ws-jam - 1
                WRITE SALES-RECORD
            END-IF.

      *-----------------------
      * WAKTU LAYANAN - rata-rata dan terlama per jam lalu per
      * register, hanya baris yang ada tiketnya
      *-----------------------
       TULIS-WAKTU-LAYANAN.
            MOVE RPT-LAYAN-HDR TO SALES-RECORD.
            WRITE SALES-RECORD.
            PERFORM TULIS-LAYAN-JAM
                VARYING ws-jam FROM 1 BY 1 UNTIL ws-jam > 24.
            PERFORM TULIS-LAYAN-REG
                VARYING lay-idx FROM 1 BY 1 UNTIL lay-idx > 10.
            MOVE lay-buka  TO SS-BUKA.
            MOVE lay-batal TO SS-BATAL.
            MOVE RPT-LAYAN-SISA TO SALES-RECORD.
            WRITE SALES-RECORD.

       TULIS-LAYAN-JAM.
            IF LJ-TIKET (ws-jam) NOT = 0
                MOVE "JAM " TO SL-LABEL
                COMPUTE SL-NO = ws-jam - 1
                MOVE LJ-TIKET (ws-jam) TO SL-TIKET
                COMPUTE lama-detik ROUNDED =
                    LJ-BUAT (ws-jam) / LJ-TIKET (ws-jam)
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-BUAT-M
                MOVE lama-detik TO SL-BUAT-S
                COMPUTE lama-detik ROUNDED =
                    LJ-TUNGGU (ws-jam) / LJ-TIKET (ws-jam)
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-TUNGGU-M
                MOVE lama-detik TO SL-TUNGGU-S
                MOVE LJ-TERLAMA (ws-jam) TO lama-detik
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-TERLAMA-M
                MOVE lama-detik TO SL-TERLAMA-S
                MOVE RPT-LAYAN-LINE TO SALES-RECORD
                WRITE SALES-RECORD
            END-IF.

       TULIS-LAYAN-REG.
            IF LR-TIKET (lay-idx) NOT = 0
                MOVE "REG " TO SL-LABEL
                COMPUTE SL-NO = lay-idx - 1
                MOVE LR-TIKET (lay-idx) TO SL-TIKET
                COMPUTE lama-detik ROUNDED =
                    LR-BUAT (lay-idx) / LR-TIKET (lay-idx)
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-BUAT-M
                MOVE lama-detik TO SL-BUAT-S
                COMPUTE lama-detik ROUNDED =
                    LR-TUNGGU (lay-idx) / LR-TIKET (lay-idx)
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-TUNGGU-M
                MOVE lama-detik TO SL-TUNGGU-S
                MOVE LR-TERLAMA (lay-idx) TO lama-detik
                PERFORM URAI-MENIT
                MOVE lama-menit TO SL-TERLAMA-M
                MOVE lama-detik TO SL-TERLAMA-S
                MOVE RPT-LAYAN-LINE TO SALES-RECORD
                WRITE SALES-RECORD
            END-IF.

      *    lama-detik (total detik) -> lama-menit + sisa detik
       URAI-MENIT.
            DIVIDE lama-detik BY 60 GIVING lama-menit
                REMAINDER lama-detik.

           COPY OUTLGET.

           COPY BDATEGET.

           COPY SESIGET.
