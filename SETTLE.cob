           SELECT SETTLE-REPORT ASSIGN TO "SETTLE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SETLIN-FILE ASSIGN TO "SETLIN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       FD SETTLE-REPORT.
       01 SETTLE-RECORD PIC X(100).

      *-----------------------
      * dana settlement per tanggal penjualan dari rekening koran,
      * satu baris per tanggal (disiapkan dari mutasi bank); dibaca
      * mode rantai (tanggal 0) -- tanggal yang sudah punya blok di
      * SETTLE.txt tidak direkonsiliasi lagi
      *-----------------------
       FD SETLIN-FILE.
       01 SETLIN-RECORD.
           02 SL-TGL      PIC 9(08).
           02 FILLER      PIC X.
           02 SL-SETTLE-Q PIC 9(09).
           02 FILLER      PIC X.
           02 SL-FEE-Q    PIC 9(07).
           02 FILLER      PIC X.
           02 SL-SETTLE-T PIC 9(09).
           02 FILLER      PIC X.
           02 SL-FEE-T    PIC 9(07).

           COPY BDATEFD.

           COPY SESIFD.
       77 ws-jr-status  pic X(02).
       77 ws-ar-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-sl-status  pic X(02).
       77 ws-sudah      pic X value "N".
           88 sudah-dilaporkan value "Y".
       77 setlin-count  pic 9(04) value 0.
       77 lewat-count   pic 9(04) value 0.
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            DISPLAY "=== REKONSILIASI SETTLEMENT QRIS/TRANSFER ===".
            DISPLAY "Tanggal penjualan (YYYYMMDD, 0 = semua di ",
                    "SETLIN.txt) : ".
            ACCEPT tgl-input.
            IF tgl-input = 0
                PERFORM PROSES-SETLIN
            ELSE
                DISPLAY "QRIS masuk rekening (Rp)      : "
                ACCEPT settle-q
                DISPLAY "Fee QRIS dipotong (Rp)        : "
                ACCEPT fee-q
                DISPLAY "Transfer masuk rekening (Rp)  : "
                ACCEPT settle-t
                DISPLAY "Fee transfer dipotong (Rp)    : "
                ACCEPT fee-t
                PERFORM REKONSILIASI-SATU-TANGGAL
            END-IF.
            MOVE "SETTLE" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       REKONSILIASI-SATU-TANGGAL.
            MOVE 0 TO jurnal-q.
            MOVE 0 TO jurnal-t.
            PERFORM BACA-JURNAL-HIDUP.
            PERFORM BACA-JURNAL-ARSIP.
      *     settle + fee harus sama dengan yang dijurnal; sisa yang
            COMPUTE selisih-q = jurnal-q - settle-q - fee-q.
            COMPUTE selisih-t = jurnal-t - settle-t - fee-t.
            PERFORM TULIS-LAPORAN-SETTLE.

      *-----------------------
      * MODE RANTAI - setiap tanggal di SETLIN.txt yang belum punya
      * blok di SETTLE.txt direkonsiliasi; berkas tidak ada berarti
      * belum ada mutasi bank yang disiapkan, bukan kegagalan
      *-----------------------
       PROSES-SETLIN.
            OPEN INPUT SETLIN-FILE.
            IF WS-SL-STATUS NOT = "00"
                DISPLAY "SETLIN.txt belum ada, tidak ada settlement ",
                        "yang direkonsiliasi"
            ELSE
                PERFORM PROSES-BARIS-SETLIN
                    UNTIL WS-SL-STATUS NOT = "00"
                CLOSE SETLIN-FILE
                DISPLAY setlin-count, " tanggal direkonsiliasi, ",
                        lewat-count, " sudah pernah dilaporkan"
            END-IF.

       PROSES-BARIS-SETLIN.
            READ SETLIN-FILE
                AT END CONTINUE
                NOT AT END
                    IF SL-TGL IS NUMERIC AND SL-TGL > 0
                        MOVE SL-TGL TO tgl-input
                        PERFORM CARI-BLOK-SETTLE
                        IF sudah-dilaporkan
                            ADD 1 TO lewat-count
                        ELSE
                            MOVE SL-SETTLE-Q TO settle-q
                            MOVE SL-FEE-Q    TO fee-q
                            MOVE SL-SETTLE-T TO settle-t
                            MOVE SL-FEE-T    TO fee-t
                            PERFORM REKONSILIASI-SATU-TANGGAL
                            ADD 1 TO setlin-count
                        END-IF
                    END-IF
            END-READ.

       CARI-BLOK-SETTLE.
            MOVE "N" TO ws-sudah.
            OPEN INPUT SETTLE-REPORT.
            IF ws-rpt-status = "00"
                PERFORM PERIKSA-BLOK-SETTLE
                    UNTIL ws-rpt-status NOT = "00"
                CLOSE SETTLE-REPORT
            END-IF.

       PERIKSA-BLOK-SETTLE.
            READ SETTLE-REPORT
                AT END CONTINUE
                NOT AT END
                    IF SETTLE-RECORD (1:27) =
                           "=== SETTLEMENT PROVIDER -  "
                       AND SETTLE-RECORD (28:8) = tgl-input
                        MOVE "Y" TO ws-sudah
                    END-IF
            END-READ.

      *-----------------------
      * total Q dan T yang dijurnal tanggal itu, dari jurnal hidup
                    WHEN OTHER CONTINUE
                END-EVALUATE
            END-IF.
      *     tip QRIS / transfer ditagihkan bersama tagihannya, jadi
      *     ikut masuk di dana settlement provider
            IF JR-TIP-Q IS NUMERIC AND JR-TIP-T IS NUMERIC
                ADD JR-TIP-Q TO jurnal-q
                ADD JR-TIP-T TO jurnal-t
            END-IF.

       TULIS-LAPORAN-SETTLE.
            OPEN INPUT SETTLE-REPORT.
