       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTRIAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY ANTRSEL.
           SELECT ANTRIAN-TMP ASSIGN TO "ANTRIAN.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY ANTRFD.

       FD ANTRIAN-TMP.
       01 ANTRIAN-KEEP PIC X(90).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-aq-status  pic X(02).
       77 ws-at-status  pic X(02).
       77 ws-tgl        pic 9(08).
       77 ws-jam-kini   pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 aksi-input    pic X(01).
           88 aksi-buat   value "B", "b".
           88 aksi-ambil  value "A", "a".
           88 aksi-batal  value "X", "x".
       77 tiket-count   pic 9(04) value 0.
       77 siap-count    pic 9(04) value 0.
       77 tiket-status  pic X(01).
       77 detik-kini    pic 9(06).
       77 detik-pesan   pic 9(06).
       77 tunggu-menit  pic 9(04).
       77 ws-ada        pic X value "N".
           88 tiket-ketemu value "Y".
       77 ws-keluar     pic X value "N".
           88 bar-selesai value "Y".

      *-----------------------
      * nomor struk yang dikeyin barista; spasi = segarkan daftar,
      * K = keluar, selain itu harus nomor struk 6 angka
      *-----------------------
       01 STRUK-PILIH.
           02 SP-INPUT  PIC X(06).
           02 SP-NO REDEFINES SP-INPUT PIC 9(06).

      *-----------------------
      * jam HHMMSScc diurai supaya selisih bisa dihitung dalam detik
      *-----------------------
       01 JAM-URAI.
           02 JU-HH     PIC 9(02).
           02 JU-MM     PIC 9(02).
           02 JU-SS     PIC 9(02).
           02 JU-CC     PIC 9(02).

       01 TIKET-HDR-LINE.
           02 FILLER    PIC X(07) VALUE "Struk  ".
           02 TH-NO     PIC 9(06).
           02 FILLER    PIC X(06) VALUE "  reg ".
           02 TH-REG    PIC 9(02).
           02 FILLER    PIC X(08) VALUE "  masuk ".
           02 TH-HH     PIC 9(02).
           02 FILLER    PIC X(01) VALUE ":".
           02 TH-MM     PIC 9(02).
           02 FILLER    PIC X(09) VALUE "  tunggu ".
           02 TH-MENIT  PIC ZZZ9.
           02 FILLER    PIC X(07) VALUE " menit ".
           02 TH-STATUS PIC X(14).

       01 TIKET-ITEM-LINE.
           02 FILLER    PIC X(06) VALUE SPACES.
           02 TI-QTY    PIC Z9.
           02 FILLER    PIC X(03) VALUE " x ".
           02 TI-NAMA   PIC X(10).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 TI-SIZE   PIC X(01).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 TI-MOD1   PIC X(03).
           02 TI-MOD2   PIC X(03).
           02 TI-MOD3   PIC X(03).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * LAYAR BAR - tiket yang masih antri atau sudah dibuat tapi
      * belum diambil pada tanggal usaha ini, tertua di atas;
      * barista menandai tiket dibuat lalu diambil, cap jamnya
      * dipakai LAPJUAL untuk laporan waktu layanan
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "ANTRIAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            MOVE "N" TO ws-keluar.
            PERFORM LAYANI-BAR UNTIL bar-selesai.
            MOVE "ANTRIAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       LAYANI-BAR.
            PERFORM TAMPILKAN-ANTRIAN.
            DISPLAY "No. struk (Enter = segarkan, K = keluar): ".
            MOVE SPACES TO SP-INPUT.
            ACCEPT SP-INPUT.
            EVALUATE TRUE
                WHEN SP-INPUT = SPACES
                    CONTINUE
                WHEN SP-INPUT = "K" OR SP-INPUT = "k"
                    MOVE "Y" TO ws-keluar
                WHEN SP-NO IS NOT NUMERIC
                    DISPLAY "Nomor struk harus 6 angka"
                WHEN OTHER
                    PERFORM PILIH-TIKET
            END-EVALUATE.

      *-----------------------
      * DAFTAR ANTRIAN - berkas hanya ditambah di ujung oleh kasir,
      * jadi urutan baca sudah urutan tiket masuk (tertua dulu)
      *-----------------------
       TAMPILKAN-ANTRIAN.
            MOVE 0 TO tiket-count.
            MOVE 0 TO siap-count.
            ACCEPT ws-jam-kini FROM TIME.
            MOVE ws-jam-kini TO JAM-URAI.
            COMPUTE detik-kini = JU-HH * 3600 + JU-MM * 60 + JU-SS.
            DISPLAY "=== ANTRIAN BAR - ", ws-tgl, " ===".
            OPEN INPUT ANTRIAN-FILE.
            IF ws-aq-status = "00"
                PERFORM AMBIL-BARIS-ANTRIAN
                    UNTIL ws-aq-status NOT = "00"
                CLOSE ANTRIAN-FILE
            END-IF.
            IF tiket-count = 0 AND siap-count = 0
                DISPLAY "(tidak ada tiket terbuka)"
            ELSE
                DISPLAY tiket-count, " tiket antri, ", siap-count,
                        " tiket siap diambil"
            END-IF.

       AMBIL-BARIS-ANTRIAN.
            READ ANTRIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF AQ-DATE = ws-tgl AND
                       (AQ-STATUS = "O" OR AQ-STATUS = "B")
                        IF AQ-BARIS = 1
                            PERFORM TAMPILKAN-KEPALA-TIKET
                        END-IF
                        PERFORM TAMPILKAN-ITEM-TIKET
                    END-IF
            END-READ.

       TAMPILKAN-KEPALA-TIKET.
            MOVE AQ-TIME TO JAM-URAI.
            COMPUTE detik-pesan = JU-HH * 3600 + JU-MM * 60 + JU-SS.
            IF detik-kini < detik-pesan
                COMPUTE tunggu-menit =
                    (detik-kini + 86400 - detik-pesan) / 60
            ELSE
                COMPUTE tunggu-menit = (detik-kini - detik-pesan) / 60
            END-IF.
            MOVE AQ-RECEIPT  TO TH-NO.
            MOVE AQ-REG      TO TH-REG.
            MOVE JU-HH       TO TH-HH.
            MOVE JU-MM       TO TH-MM.
            MOVE tunggu-menit TO TH-MENIT.
            IF AQ-STATUS = "O"
                MOVE "[ANTRI]"        TO TH-STATUS
                ADD 1 TO tiket-count
            ELSE
                MOVE "[SIAP DIAMBIL]" TO TH-STATUS
                ADD 1 TO siap-count
            END-IF.
            DISPLAY TIKET-HDR-LINE.

       TAMPILKAN-ITEM-TIKET.
            MOVE AQ-QTY  TO TI-QTY.
            MOVE AQ-NAMA TO TI-NAMA.
            MOVE AQ-SIZE TO TI-SIZE.
            MOVE SPACES  TO TI-MOD1 TI-MOD2 TI-MOD3.
            IF AQ-MODS (1:2) NOT = SPACES
                STRING "+" AQ-MODS (1:2) DELIMITED BY SIZE
                    INTO TI-MOD1
            END-IF.
            IF AQ-MODS (3:2) NOT = SPACES
                STRING "+" AQ-MODS (3:2) DELIMITED BY SIZE
                    INTO TI-MOD2
            END-IF.
            IF AQ-MODS (5:2) NOT = SPACES
                STRING "+" AQ-MODS (5:2) DELIMITED BY SIZE
                    INTO TI-MOD3
            END-IF.
            DISPLAY TIKET-ITEM-LINE.

      *-----------------------
      * TANDAI TIKET - antri -> dibuat -> diambil; tiket yang
      * langsung diambil tanpa ditandai dibuat dicap dibuat pada jam
      * yang sama.  Tiket struk yang di-void dibatalkan (X) supaya
      * tidak menggantung dan tidak ikut laporan waktu layanan.
      *-----------------------
       PILIH-TIKET.
            PERFORM CARI-TIKET.
            IF NOT tiket-ketemu
                DISPLAY "Struk ", SP-NO,
                        " tidak ada di antrian hari ini"
            ELSE
                IF tiket-status = "A" OR tiket-status = "X"
                    DISPLAY "Tiket ", SP-NO, " sudah ditutup (",
                            tiket-status, ")"
                ELSE
                    DISPLAY "Tandai (B)uat selesai / (A)mbil / ",
                            "(X) batal : "
                    ACCEPT aksi-input
                    EVALUATE TRUE
                        WHEN aksi-buat AND tiket-status = "B"
                            DISPLAY "Tiket sudah ditandai dibuat"
                        WHEN aksi-buat OR aksi-ambil OR aksi-batal
                            PERFORM UBAH-TIKET
                        WHEN OTHER
                            DISPLAY "Pilihan tidak dikenal"
                    END-EVALUATE
                END-IF
            END-IF.

       CARI-TIKET.
            MOVE "N" TO ws-ada.
            OPEN INPUT ANTRIAN-FILE.
            IF ws-aq-status = "00"
                PERFORM PERIKSA-BARIS-TIKET
                    UNTIL ws-aq-status NOT = "00" OR tiket-ketemu
                CLOSE ANTRIAN-FILE
            END-IF.

       PERIKSA-BARIS-TIKET.
            READ ANTRIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF AQ-DATE = ws-tgl AND AQ-RECEIPT = SP-NO
                        MOVE "Y" TO ws-ada
                        MOVE AQ-STATUS TO tiket-status
                    END-IF
            END-READ.

       UBAH-TIKET.
            ACCEPT ws-jam-kini FROM TIME.
            OPEN INPUT ANTRIAN-FILE.
            OPEN OUTPUT ANTRIAN-TMP.
            PERFORM SALIN-BARIS-TIKET
                UNTIL ws-aq-status NOT = "00".
            CLOSE ANTRIAN-FILE.
            CLOSE ANTRIAN-TMP.
            OPEN INPUT ANTRIAN-TMP.
            OPEN OUTPUT ANTRIAN-FILE.
            PERFORM SALIN-BALIK-TIKET
                UNTIL ws-at-status NOT = "00".
            CLOSE ANTRIAN-TMP.
            CLOSE ANTRIAN-FILE.
            EVALUATE TRUE
                WHEN aksi-buat
                    DISPLAY "Tiket ", SP-NO, " dibuat, siap diambil"
                WHEN aksi-ambil
                    DISPLAY "Tiket ", SP-NO, " diambil"
                WHEN OTHER
                    DISPLAY "Tiket ", SP-NO, " dibatalkan"
            END-EVALUATE.

       SALIN-BARIS-TIKET.
            READ ANTRIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF AQ-DATE = ws-tgl AND AQ-RECEIPT = SP-NO
                        PERFORM CAP-BARIS-TIKET
                    END-IF
                    MOVE SPACES TO ANTRIAN-KEEP
                    MOVE ANTRIAN-RECORD TO ANTRIAN-KEEP
                    WRITE ANTRIAN-KEEP
            END-READ.

       CAP-BARIS-TIKET.
            EVALUATE TRUE
                WHEN aksi-buat
                    MOVE "B"         TO AQ-STATUS
                    MOVE ws-jam-kini TO AQ-JAM-BUAT
                WHEN aksi-ambil
                    IF AQ-JAM-BUAT = 0
                        MOVE ws-jam-kini TO AQ-JAM-BUAT
                    END-IF
                    MOVE "A"         TO AQ-STATUS
                    MOVE ws-jam-kini TO AQ-JAM-AMBIL
                WHEN OTHER
                    MOVE "X"         TO AQ-STATUS
            END-EVALUATE.

       SALIN-BALIK-TIKET.
            READ ANTRIAN-TMP
                AT END CONTINUE
                NOT AT END
                    MOVE ANTRIAN-KEEP TO ANTRIAN-RECORD
                    WRITE ANTRIAN-RECORD
            END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
