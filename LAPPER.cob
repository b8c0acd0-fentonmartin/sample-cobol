           SELECT ARSIP-DETAIL ASSIGN TO "JRNLDETA.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AD-STATUS.
           SELECT KONS-JOURNAL ASSIGN TO "JURNALCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KJ-STATUS.
           SELECT KONS-DETAIL ASSIGN TO "JRNLDCB.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KD-STATUS.
           SELECT PERIODE-REPORT ASSIGN TO "LAPPER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY OUTLSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
                          ==JRNLD-RECORD== BY ==ARSIPD-RECORD==
                          LEADING ==JD== BY ==AD==.

           COPY JURNALFD REPLACING ==SALES-JOURNAL==
                                BY ==KONS-JOURNAL==
                           ==JURNAL-RECORD== BY ==KONSJ-RECORD==
                           LEADING ==JR== BY ==KJ==.

           COPY JRNLDFD REPLACING ==DETAIL-JOURNAL==
                               BY ==KONS-DETAIL==
                          ==JRNLD-RECORD== BY ==KONSD-RECORD==
                          LEADING ==JD== BY ==KD==.

       FD PERIODE-REPORT.
       01 PERIODE-RECORD PIC X(100).

           COPY OUTLFD.

           COPY BDATEFD.

           COPY SESIFD.
       77 ws-ar-status  pic X(02).
       77 ws-ad-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-kj-status  pic X(02).
       77 ws-kd-status  pic X(02).
       COPY OUTLWS.
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
           88 dalam-periode value "Y".
       77 ws-pri        pic X value "N".
           88 dalam-pembanding value "Y".
       77 outlet-pilih  pic 9(02) value 0.
       77 rec-outlet    pic 9(02) value 0.
       77 ws-ikut       pic X value "Y".
           88 outlet-ikut value "Y".
       77 gab-tx        pic 9(06) value 0.
       77 gab-unit      pic S9(07) value 0.
       77 gab-omzet     pic S9(10) value 0.

      *-----------------------
      * antarmuka HARIUTIL untuk angka minggu (harinum / 7)
               10 BL-UNIT  PIC S9(06).
               10 BL-OMZET PIC S9(09).

      *-----------------------
      * rekap per outlet untuk bagian berdampingan; urutan kolom
      * mengikuti OUTLET-TABEL, kolom terakhir gabungan
      *-----------------------
       01 OLP-TABEL.
           05 OLP-ENTRY OCCURS 4 TIMES.
               10 OLP-TX    PIC 9(06).
               10 OLP-UNIT  PIC S9(07).
               10 OLP-OMZET PIC S9(10).

       01 RPT-HEADER-LINE.
           02 FILLER PIC X(26) VALUE "=== PENJUALAN PERIODE     ".
           02 RH-DARI PIC 9(08).
           02 FILLER PIC X(03) VALUE " - ".
           02 RH-SAMPAI PIC 9(08).
           02 FILLER PIC X(09) VALUE "  outlet ".
           02 RH-OUTLET PIC X(13).
           02 FILLER PIC X(33) VALUE SPACES.

       01 RPT-OUTLET-JUDUL.
           02 FILLER PIC X(10) VALUE "Outlet".
           02 ROJ-KOLOM OCCURS 5 TIMES.
               03 FILLER   PIC X(02).
               03 ROJ-KODE PIC X(02).
               03 FILLER   PIC X(01).
               03 ROJ-NAMA PIC X(10).
           02 FILLER PIC X(15) VALUE SPACES.

       01 RPT-OUTLET-BARIS.
           02 ROB-LABEL PIC X(10).
           02 ROB-KOLOM OCCURS 5 TIMES.
               03 ROB-NILAI PIC -(11)9.
               03 FILLER    PIC X(03).
           02 FILLER PIC X(15) VALUE SPACES.

       01 RPT-ITEM-LINE.
           02 RI-KODE  PIC X(04).
            ACCEPT tgl-dari.
            DISPLAY "Sampai tanggal (YYYYMMDD)     : ".
            ACCEPT tgl-sampai.
            PERFORM BACA-OUTLET.
            DISPLAY "Outlet (kode, 00 = semua digabung): ".
            ACCEPT outlet-pilih.
            PERFORM HITUNG-PERIODE-PEMBANDING.
            PERFORM BACA-HEADER-HIDUP.
            PERFORM BACA-HEADER-ARSIP.
            PERFORM BACA-HEADER-KONS.
            PERFORM BACA-DETAIL-HIDUP.
            PERFORM BACA-DETAIL-ARSIP.
            PERFORM BACA-DETAIL-KONS.
            PERFORM TULIS-LAPORAN-PERIODE.
            MOVE "LAPPER" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            MOVE 0 TO pri-tx.
            MOVE 0 TO pri-unit.
            MOVE 0 TO pri-omzet.
            MOVE 0 TO gab-tx.
            MOVE 0 TO gab-unit.
            MOVE 0 TO gab-omzet.
            INITIALIZE OLP-TABEL.

      *-----------------------
      * PERIODE PEMBANDING - tanggal yang sama setahun sebelumnya,
                MOVE "Y" TO ws-pri
            END-IF.

      *-----------------------
      * OUTLET - record jurnal sendiri tanpa kode outlet milik
      * outlet ini; WS-OUTLET-POS menunjuk kolomnya di bagian per
      * outlet, ws-ikut menandai record yang masuk pilihan outlet
      *-----------------------
       UJI-OUTLET-PILIH.
            MOVE rec-outlet TO WS-OUTLET-CARI.
            PERFORM CARI-OUTLET.
            MOVE "Y" TO ws-ikut.
            IF outlet-pilih NOT = 0 AND rec-outlet NOT = outlet-pilih
                MOVE "N" TO ws-ikut
            END-IF.

      *-----------------------
      * HEADER - transaksi per hari dan total transaksi; record Z
      * (rekap) dan V (pembalik) tidak dihitung sebagai transaksi
                NOT AT END
                    IF JR-REC-TYPE NOT = "Z" AND JR-REC-TYPE NOT = "V"
                        MOVE JR-DATE TO ws-tgl
                        MOVE WS-OUTLET TO rec-outlet
                        IF JR-OUTLET IS NUMERIC
                            MOVE JR-OUTLET TO rec-outlet
                        END-IF
                        PERFORM REKAP-SATU-HEADER
                    END-IF
            END-READ.
                NOT AT END
                    IF AR-REC-TYPE NOT = "Z" AND AR-REC-TYPE NOT = "V"
                        MOVE AR-DATE TO ws-tgl
                        MOVE WS-OUTLET TO rec-outlet
                        IF AR-OUTLET IS NUMERIC
                            MOVE AR-OUTLET TO rec-outlet
                        END-IF
                        PERFORM REKAP-SATU-HEADER
                    END-IF
            END-READ.

       BACA-HEADER-KONS.
            OPEN INPUT KONS-JOURNAL.
            IF WS-KJ-STATUS = "00"
                PERFORM AMBIL-HEADER-KONS
                    UNTIL WS-KJ-STATUS NOT = "00"
                CLOSE KONS-JOURNAL
            END-IF.

       AMBIL-HEADER-KONS.
            READ KONS-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF KJ-REC-TYPE NOT = "Z" AND KJ-REC-TYPE NOT = "V"
                     AND KJ-OUTLET IS NUMERIC
                        MOVE KJ-DATE   TO ws-tgl
                        MOVE KJ-OUTLET TO rec-outlet
                        PERFORM REKAP-SATU-HEADER
                    END-IF
            END-READ.

       REKAP-SATU-HEADER.
            PERFORM UJI-TANGGAL-PERIODE.
            PERFORM UJI-OUTLET-PILIH.
            IF dalam-periode
                ADD 1 TO gab-tx
                IF WS-OUTLET-POS NOT = 0
                    ADD 1 TO OLP-TX (WS-OUTLET-POS)
                END-IF
            END-IF.
            IF outlet-ikut
                PERFORM REKAP-HEADER-PILIHAN
            END-IF.

       REKAP-HEADER-PILIHAN.
            IF dalam-periode
                ADD 1 TO cur-tx
                PERFORM REKAP-HARI
                AT END CONTINUE
                NOT AT END
                    MOVE JD-DATE TO ws-tgl
                    MOVE WS-OUTLET TO rec-outlet
                    IF JD-OUTLET IS NUMERIC
                        MOVE JD-OUTLET TO rec-outlet
                    END-IF
                    PERFORM REKAP-SATU-DETAIL
            END-READ.

                    MOVE AD-NAMA   TO JD-NAMA
                    MOVE AD-QTY    TO JD-QTY
                    MOVE AD-JUMLAH TO JD-JUMLAH
                    MOVE WS-OUTLET TO rec-outlet
                    IF AD-OUTLET IS NUMERIC
                        MOVE AD-OUTLET TO rec-outlet
                    END-IF
                    PERFORM REKAP-SATU-DETAIL
            END-READ.

       BACA-DETAIL-KONS.
            OPEN INPUT KONS-DETAIL.
            IF WS-KD-STATUS = "00"
                PERFORM AMBIL-DETAIL-KONS
                    UNTIL WS-KD-STATUS NOT = "00"
                CLOSE KONS-DETAIL
            END-IF.

       AMBIL-DETAIL-KONS.
            READ KONS-DETAIL
                AT END CONTINUE
                NOT AT END
                    IF KD-OUTLET IS NUMERIC
                        MOVE KD-DATE   TO ws-tgl
                        MOVE KD-KODE   TO JD-KODE
                        MOVE KD-NAMA   TO JD-NAMA
                        MOVE KD-QTY    TO JD-QTY
                        MOVE KD-JUMLAH TO JD-JUMLAH
                        MOVE KD-OUTLET TO rec-outlet
                        PERFORM REKAP-SATU-DETAIL
                    END-IF
            END-READ.

       REKAP-SATU-DETAIL.
            PERFORM UJI-TANGGAL-PERIODE.
            PERFORM UJI-OUTLET-PILIH.
            IF dalam-periode
                ADD JD-QTY    TO gab-unit
                ADD JD-JUMLAH TO gab-omzet
                IF WS-OUTLET-POS NOT = 0
                    ADD JD-QTY    TO OLP-UNIT (WS-OUTLET-POS)
                    ADD JD-JUMLAH TO OLP-OMZET (WS-OUTLET-POS)
                END-IF
            END-IF.
            IF outlet-ikut
                PERFORM REKAP-DETAIL-PILIHAN
            END-IF.

       REKAP-DETAIL-PILIHAN.
            IF dalam-pembanding
                ADD JD-QTY    TO pri-unit
                ADD JD-JUMLAH TO pri-omzet
            END-IF.
            MOVE tgl-dari   TO RH-DARI.
            MOVE tgl-sampai TO RH-SAMPAI.
            IF outlet-pilih = 0
                MOVE "semua" TO RH-OUTLET
            ELSE
                MOVE outlet-pilih TO WS-OUTLET-CARI
                PERFORM CARI-OUTLET
                MOVE SPACES TO RH-OUTLET
                MOVE outlet-pilih TO RH-OUTLET (1:2)
                IF WS-OUTLET-POS NOT = 0
                    MOVE OTL-NAMA (WS-OUTLET-POS) TO RH-OUTLET (4:10)
                END-IF
            END-IF.
            MOVE RPT-HEADER-LINE TO PERIODE-RECORD.
            WRITE PERIODE-RECORD.
            IF ws-rpt-status NOT = "00"
            MOVE pri-omzet TO RT-OMZET.
            MOVE RPT-TOTAL-LINE TO PERIODE-RECORD.
            WRITE PERIODE-RECORD.
            PERFORM TULIS-PER-OUTLET.
            CLOSE PERIODE-REPORT.
            DISPLAY "Periode ", tgl-dari, "-", tgl-sampai, ": ",
                    cur-tx, " transaksi, omzet Rp ", cur-omzet.
            DISPLAY "Laporan ditulis ke LAPPER.txt".

      *-----------------------
      * PER OUTLET - transaksi, unit, dan omzet periode ini untuk
      * setiap outlet terdaftar berdampingan, ditambah gabungan
      * semua outlet (tidak terpengaruh pilihan outlet di atas)
      *-----------------------
       TULIS-PER-OUTLET.
            MOVE SPACES TO RPT-OUTLET-JUDUL.
            MOVE "Outlet" TO RPT-OUTLET-JUDUL (1:10).
            PERFORM ISI-JUDUL-OUTLET
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > WS-OUTLET-JML.
            MOVE "Gabungan" TO ROJ-NAMA (5).
            MOVE RPT-OUTLET-JUDUL TO PERIODE-RECORD.
            WRITE PERIODE-RECORD.
            MOVE SPACES TO RPT-OUTLET-BARIS.
            MOVE "Transaksi" TO ROB-LABEL.
            PERFORM ISI-TX-OUTLET
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > WS-OUTLET-JML.
            MOVE gab-tx TO ROB-NILAI (5).
            PERFORM TULIS-BARIS-OUTLET.
            MOVE "Unit" TO ROB-LABEL.
            PERFORM ISI-UNIT-OUTLET
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > WS-OUTLET-JML.
            MOVE gab-unit TO ROB-NILAI (5).
            PERFORM TULIS-BARIS-OUTLET.
            MOVE "Omzet Rp" TO ROB-LABEL.
            PERFORM ISI-OMZET-OUTLET
                VARYING ws-idx FROM 1 BY 1
                UNTIL ws-idx > WS-OUTLET-JML.
            MOVE gab-omzet TO ROB-NILAI (5).
            PERFORM TULIS-BARIS-OUTLET.

       ISI-JUDUL-OUTLET.
            MOVE OTL-KODE (ws-idx) TO ROJ-KODE (ws-idx).
            MOVE OTL-NAMA (ws-idx) TO ROJ-NAMA (ws-idx).

       ISI-TX-OUTLET.
            MOVE OLP-TX (ws-idx) TO ROB-NILAI (ws-idx).

       ISI-UNIT-OUTLET.
            MOVE OLP-UNIT (ws-idx) TO ROB-NILAI (ws-idx).

       ISI-OMZET-OUTLET.
            MOVE OLP-OMZET (ws-idx) TO ROB-NILAI (ws-idx).

       TULIS-BARIS-OUTLET.
            MOVE RPT-OUTLET-BARIS TO PERIODE-RECORD.
            WRITE PERIODE-RECORD.

       TULIS-BARIS-ITEM.
            MOVE IT-KODE (ws-idx)  TO RI-KODE.
            MOVE IT-NAMA (ws-idx)  TO RI-NAMA.
            MOVE RPT-BULAN-LINE TO PERIODE-RECORD.
            WRITE PERIODE-RECORD.

           COPY OUTLGET.

           COPY BDATEGET.

           COPY SESIGET.
