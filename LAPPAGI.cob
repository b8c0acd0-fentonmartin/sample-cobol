           SELECT GRADE-REPORT ASSIGN TO "LAPORAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GR-STATUS.
           SELECT CAPAIAN-REPORT ASSIGN TO "CAPAIAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-STATUS.
           SELECT SETORAN-REPORT ASSIGN TO "SETORAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ST-STATUS.
           COPY BDATESEL.
           SELECT PAGI-REPORT ASSIGN TO "PAGI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PG-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.
           COPY SECSEL.
           COPY BAHANSEL.
           COPY LOTSEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
       FD GRADE-REPORT.
       01 GRADE-RECORD PIC X(100).

       FD CAPAIAN-REPORT.
       01 CAPAIAN-RECORD PIC X(100).

       FD SETORAN-REPORT.
       01 SETORAN-RECORD PIC X(100).

           COPY BDATEFD.

       FD PAGI-REPORT.
       01 PAGI-RECORD PIC X(100).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           02 RL-DATE   PIC 9(08).
           02 FILLER    PIC X.
           02 RL-STEP   PIC X(10).
           02 FILLER    PIC X.
           02 RL-STATUS PIC X(08).
           02 FILLER    PIC X.
           02 RL-START  PIC 9(08).
           02 FILLER    PIC X.
           02 RL-END    PIC 9(08).

           COPY SECFD.

           COPY BAHANFD.

           COPY LOTFD.

           COPY SESIFD.

           COPY AUDITFD.
       77 ws-jr-status pic X(02).
       77 ws-rc-status pic X(02).
       77 ws-gr-status pic X(02).
       77 ws-cp-status pic X(02).
       77 ws-ada-capai pic X value "N".
       77 ws-st-status pic X(02).
       77 ws-ada-setor pic X value "N".
       77 setor-tgl    pic 9(08) value 0.
       77 setor-label  pic X(20).
       77 ws-pg-status pic X(02).
       77 ws-rl-status pic X(02).
       77 berkala-count pic 99 value 8.
       77 jatuh-count  pic 99 value 0.
       77 tgl-input    pic 9(08).
       COPY BDATEWS.
       77 ws-tgl       pic 9(08).
       77 ws-idx       pic 99 comp.
       77 langkah-count pic 99 value 17.
       77 tx-count     pic 9(06) value 0.
       77 tx-uang      pic S9(08) value 0.
       77 tx-bayar     pic S9(08) value 0.
       77 ws-ada-nilai pic X value "N".
       77 ws-sec-status pic X(02).
       77 kunci-count  pic 9(03) value 0.
       77 ws-bh-status pic X(02).
       77 ws-lt-status pic X(02).
       77 bahan-count  pic 9(03) value 0.
       77 bahan-idx    pic 9(03) comp.
       77 bahan-cari   pic 9(03) comp.
       77 lot-count    pic 9(04) value 0.
       77 lot-qty-ed   pic -(6)9.
      *    jendela peringatan lot: kedaluwarsa dalam N hari ke depan
       77 lot-hari     pic 9(03) value 3.
       77 batas-lot    pic 9(08).
       77 lot-label    pic X(13).
       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * nama dan satuan bahan untuk daftar lot kedaluwarsa
      *-----------------------
       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-SATUAN PIC X(03).
       COPY SESIWS.
       COPY AUDITWS.

           05 FILLER PIC X(10) VALUE "3-Kel-9-a".
           05 FILLER PIC X(10) VALUE "Kel-10-b".
           05 FILLER PIC X(10) VALUE "2-Kel-9-a".
           05 FILLER PIC X(10) VALUE "CABANG".
           05 FILLER PIC X(10) VALUE "LAPJUAL".
           05 FILLER PIC X(10) VALUE "TARGET".
           05 FILLER PIC X(10) VALUE "SETORAN".
           05 FILLER PIC X(10) VALUE "NOMORAUD".
           05 FILLER PIC X(10) VALUE "GLPOST".
           05 FILLER PIC X(10) VALUE "LAPAWAS".
           05 FILLER PIC X(10) VALUE "REORDER".
           05 FILLER PIC X(10) VALUE "PRAPESAN".
      *    TGLADM (pemajuan tanggal) sengaja tidak dilacak: ia
      *    berjalan SETELAH halaman status ini dicetak, jadi jejak
      *    END-nya memang belum ada saat diperiksa
       01 LANGKAH-TABEL REDEFINES LANGKAH-DATA.
           05 LANGKAH-ENTRY OCCURS 17 TIMES.
               10 LG-PROGRAM PIC X(10).
       01 LANGKAH-HASIL.
           05 LANGKAH-STAT OCCURS 17 TIMES.
               10 LG-ADA   PIC X(01).
               10 LG-MULAI PIC X(01).
               10 LG-TIME  PIC 9(08).
               10 LG-RC    PIC 9(04).

      *-----------------------
      * langkah mingguan / akhir bulan rantai NIGHTLY: hanya
      * jatuh tempo di hari kerja terakhir periodenya, dan saat itu
      * RUNCTL mencatatnya DUE sebelum dijalankan; status RUNCTL
      * tanggal run menunjukkan apakah ia jatuh tempo dan hasilnya
      *-----------------------
       01 BERKALA-DATA.
           05 FILLER PIC X(28) VALUE "SETTLE    SETTLE    mingguan".
           05 FILLER PIC X(28) VALUE "EARLYWARN RAWAN     mingguan".
           05 FILLER PIC X(28) VALUE "PPN       LAPPPN    bulanan ".
           05 FILLER PIC X(28) VALUE "CASHTREND RECONTRD  bulanan ".
           05 FILLER PIC X(28) VALUE "RUNTREND  LAPRUN    bulanan ".
           05 FILLER PIC X(28) VALUE "CONDUCT   LAPSIKAP  bulanan ".
           05 FILLER PIC X(28) VALUE "MONTHCLOSEARSIPJRN  bulanan ".
           05 FILLER PIC X(28) VALUE "RETENTION RETENSI   bulanan ".
       01 BERKALA-TABEL REDEFINES BERKALA-DATA.
           05 BERKALA-ENTRY OCCURS 8 TIMES.
               10 BK-STEP    PIC X(10).
               10 BK-PROGRAM PIC X(10).
               10 BK-JENIS   PIC X(08).
       01 BERKALA-HASIL.
           05 BERKALA-STAT OCCURS 8 TIMES.
               10 BK-STATUS  PIC X(08).

       01 BARIS-RECON-HDR.
           02 FILLER PIC X(25).
           02 BR-TGL PIC 9(08).
           02 BN-TGL PIC 9(08).
           02 FILLER PIC X(73).

      *    blok capaian target terakhir di CAPAIAN.txt: header
      *    bulan/tanggal dan baris TOTAL
       01 BARIS-CAPAI-HDR.
           02 FILLER   PIC X(25).
           02 BC-BULAN PIC 9(06).
           02 FILLER   PIC X(05).
           02 BC-TGL   PIC 9(08).
           02 FILLER   PIC X(56).

       01 BARIS-CAPAI-TOTAL.
           02 FILLER    PIC X(06).
           02 FILLER    PIC X(11).
           02 FILLER    PIC X(01).
           02 FILLER    PIC X(10).
           02 FILLER    PIC X(01).
           02 BC-MTD    PIC X(11).
           02 FILLER    PIC X(01).
           02 BC-AKTUAL PIC X(11).
           02 FILLER    PIC X(02).
           02 BC-PCT    PIC X(04).
           02 FILLER    PIC X(02).
           02 BC-PERLU  PIC X(11).
           02 FILLER    PIC X(29).

      *    ringkasan blok setoran bank terakhir di SETORAN.txt
       01 BARIS-SETOR-HDR.
           02 FILLER   PIC X(31).
           02 BS-TGL   PIC 9(08).
           02 FILLER   PIC X(61).

       01 BARIS-SETOR-SUM.
           02 FILLER   PIC X(11).
           02 BS-TLB-N PIC X(04).
           02 FILLER   PIC X(04).
           02 BS-TLB   PIC X(09).
           02 FILLER   PIC X(10).
           02 BS-KRG-N PIC X(04).
           02 FILLER   PIC X(04).
           02 BS-KRG   PIC X(09).
           02 FILLER   PIC X(12).
           02 BS-JLN-N PIC X(04).
           02 FILLER   PIC X(04).
           02 BS-JLN   PIC X(09).
           02 FILLER   PIC X(16).

       01 PAGI-LINE PIC X(100).

       PROCEDURE DIVISION.
                MOVE tgl-input TO ws-tgl
            END-IF.
            PERFORM PERIKSA-AUDIT.
            PERFORM PERIKSA-BERKALA.
            PERFORM PERIKSA-JURNAL.
            PERFORM PERIKSA-RECON.
            PERFORM PERIKSA-NILAI.
            PERFORM PERIKSA-CAPAIAN.
            PERFORM PERIKSA-SETORAN.
            PERFORM PERIKSA-KEAMANAN.
            PERFORM MUAT-BAHAN.
            PERFORM SIMPAN-STATUS.
            MOVE "LAPPAGI" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            PERFORM KOSONGKAN-RECON-REG
                VARYING ws-reg FROM 1 BY 1 UNTIL ws-reg > 10.
            PERFORM KOSONGKAN-LANGKAH
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > langkah-count.

       KOSONGKAN-RECON-REG.
            MOVE "N" TO RRG-ADA (ws-reg).
                    IF AUDIT-DATE = ws-tgl
                        PERFORM COCOKKAN-LANGKAH
                            VARYING ws-idx FROM 1 BY 1
                            UNTIL ws-idx > langkah-count
                    END-IF
            END-READ.

                END-IF
            END-IF.

      *-----------------------
      * BERKALA - record RUNCTL tanggal run untuk langkah mingguan /
      * akhir bulan; tanpa record berarti tidak jatuh tempo
      *-----------------------
       PERIKSA-BERKALA.
            PERFORM KOSONGKAN-BERKALA
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > berkala-count.
            OPEN INPUT RUNCTL-FILE.
            IF WS-RL-STATUS = "00"
                PERFORM PERIKSA-BARIS-RUNCTL
                    UNTIL WS-RL-STATUS NOT = "00"
                CLOSE RUNCTL-FILE
            END-IF.
            MOVE 0 TO jatuh-count.
            PERFORM HITUNG-JATUH-TEMPO
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > berkala-count.

       KOSONGKAN-BERKALA.
            MOVE SPACES TO BK-STATUS (ws-idx).

       PERIKSA-BARIS-RUNCTL.
            READ RUNCTL-FILE
                AT END CONTINUE
                NOT AT END
                    IF RL-DATE = ws-tgl
                        PERFORM COCOKKAN-BERKALA
                            VARYING ws-idx FROM 1 BY 1
                            UNTIL ws-idx > berkala-count
                    END-IF
            END-READ.

       COCOKKAN-BERKALA.
            IF RL-STEP = BK-STEP (ws-idx)
                MOVE RL-STATUS TO BK-STATUS (ws-idx)
            END-IF.

       HITUNG-JATUH-TEMPO.
            IF BK-STATUS (ws-idx) NOT = SPACES
                ADD 1 TO jatuh-count
            END-IF.

       LAPORKAN-BERKALA.
            MOVE SPACES TO PAGI-LINE.
            EVALUATE BK-STATUS (ws-idx)
                WHEN SPACES
                    STRING "Berkala " BK-JENIS (ws-idx) " "
                           BK-PROGRAM (ws-idx)
                           " tidak jatuh tempo"
                        DELIMITED BY SIZE INTO PAGI-LINE
                WHEN "DONE"
                    STRING "Berkala " BK-JENIS (ws-idx) " "
                           BK-PROGRAM (ws-idx)
                           " jatuh tempo, selesai"
                        DELIMITED BY SIZE INTO PAGI-LINE
                WHEN "DUE"
                    STRING "Berkala " BK-JENIS (ws-idx) " "
                           BK-PROGRAM (ws-idx)
                           " *** JATUH TEMPO, BELUM JALAN ***"
                        DELIMITED BY SIZE INTO PAGI-LINE
                WHEN "FAILED"
                    STRING "Berkala " BK-JENIS (ws-idx) " "
                           BK-PROGRAM (ws-idx)
                           " *** JATUH TEMPO, GAGAL ***"
                        DELIMITED BY SIZE INTO PAGI-LINE
                WHEN OTHER
                    STRING "Berkala " BK-JENIS (ws-idx) " "
                           BK-PROGRAM (ws-idx)
                           " *** MULAI TANPA SELESAI ***"
                        DELIMITED BY SIZE INTO PAGI-LINE
            END-EVALUATE.
            PERFORM TULIS-BARIS-PAGI.

       PERIKSA-JURNAL.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                    END-IF
            END-READ.

      *-----------------------
      * blok capaian target bulanan terbaru di CAPAIAN.txt
      *-----------------------
       PERIKSA-CAPAIAN.
            OPEN INPUT CAPAIAN-REPORT.
            IF ws-cp-status = "00"
                PERFORM PERIKSA-BARIS-CAPAIAN
                    UNTIL ws-cp-status NOT = "00"
                CLOSE CAPAIAN-REPORT
            END-IF.

       PERIKSA-BARIS-CAPAIAN.
            READ CAPAIAN-REPORT
                AT END CONTINUE
                NOT AT END
                    IF CAPAIAN-RECORD (1:25) =
                       "=== CAPAIAN TARGET BULAN "
                        MOVE CAPAIAN-RECORD TO BARIS-CAPAI-HDR
                    END-IF
                    IF CAPAIAN-RECORD (1:6) = "TOTAL "
                        MOVE CAPAIAN-RECORD TO BARIS-CAPAI-TOTAL
                        MOVE "Y" TO ws-ada-capai
                    END-IF
            END-READ.

      *-----------------------
      * ringkasan kantong setoran bank terbaru di SETORAN.txt
      *-----------------------
       PERIKSA-SETORAN.
            OPEN INPUT SETORAN-REPORT.
            IF ws-st-status = "00"
                PERFORM PERIKSA-BARIS-SETORAN
                    UNTIL ws-st-status NOT = "00"
                CLOSE SETORAN-REPORT
            END-IF.

       PERIKSA-BARIS-SETORAN.
            READ SETORAN-REPORT
                AT END CONTINUE
                NOT AT END
                    IF SETORAN-RECORD (1:31) =
                       "=== SETORAN BANK BELUM BERES - "
                        MOVE SETORAN-RECORD TO BARIS-SETOR-HDR
                        MOVE BS-TGL TO setor-tgl
                    END-IF
                    IF SETORAN-RECORD (1:11) = "Terlambat: "
                        MOVE SETORAN-RECORD TO BARIS-SETOR-SUM
                        MOVE "Y" TO ws-ada-setor
                    END-IF
            END-READ.

      *-----------------------
      * penguncian akun semalam dari SECLOG.txt (tanggal jam
      * dinding yang sama dengan tanggal run yang diperiksa)
                INTO PAGI-LINE.
            PERFORM TULIS-BARIS-PAGI.
            PERFORM LAPORKAN-LANGKAH
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > langkah-count.
            IF jatuh-count = 0
                MOVE SPACES TO PAGI-LINE
                MOVE "Langkah berkala: tidak ada yang jatuh tempo"
                    TO PAGI-LINE
                PERFORM TULIS-BARIS-PAGI
            ELSE
                PERFORM LAPORKAN-BERKALA
                    VARYING ws-idx FROM 1 BY 1
                    UNTIL ws-idx > berkala-count
            END-IF.
            MOVE SPACES TO PAGI-LINE.
            STRING "Penjualan: " DELIMITED BY SIZE
                   tx-count DELIMITED BY SIZE
            END-IF.
            PERFORM TULIS-BARIS-PAGI.
            MOVE SPACES TO PAGI-LINE.
            IF ws-ada-capai = "Y"
                STRING "Target " DELIMITED BY SIZE
                       BC-BULAN DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       BC-TGL DELIMITED BY SIZE
                       " capai" DELIMITED BY SIZE
                       BC-PCT DELIMITED BY SIZE
                       "% aktual" DELIMITED BY SIZE
                       BC-AKTUAL DELIMITED BY SIZE
                       " dari" DELIMITED BY SIZE
                       BC-MTD DELIMITED BY SIZE
                       " perlu/hr" DELIMITED BY SIZE
                       BC-PERLU DELIMITED BY SIZE
                    INTO PAGI-LINE
            ELSE
                MOVE "Target bulanan: belum ada blok di CAPAIAN.txt"
                    TO PAGI-LINE
            END-IF.
            PERFORM TULIS-BARIS-PAGI.
            MOVE SPACES TO PAGI-LINE.
            IF ws-ada-setor = "Y"
                IF BS-TLB-N = "   0" AND BS-KRG-N = "   0"
                    MOVE "Setoran" TO setor-label
                ELSE
                    MOVE "PERHATIAN: setoran" TO setor-label
                END-IF
                STRING setor-label DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       setor-tgl DELIMITED BY SIZE
                       ": terlambat" DELIMITED BY SIZE
                       BS-TLB-N DELIMITED BY SIZE
                       " Rp" DELIMITED BY SIZE
                       BS-TLB DELIMITED BY SIZE
                       ", kurang" DELIMITED BY SIZE
                       BS-KRG-N DELIMITED BY SIZE
                       " Rp" DELIMITED BY SIZE
                       BS-KRG DELIMITED BY SIZE
                       ", di jalan" DELIMITED BY SIZE
                       BS-JLN-N DELIMITED BY SIZE
                    INTO PAGI-LINE
            ELSE
                MOVE "Setoran bank: belum ada blok di SETORAN.txt"
                    TO PAGI-LINE
            END-IF.
            PERFORM TULIS-BARIS-PAGI.
            MOVE SPACES TO PAGI-LINE.
            IF kunci-count = 0
                MOVE "Tidak ada akun terkunci semalam" TO PAGI-LINE
            ELSE
                    INTO PAGI-LINE
            END-IF.
            PERFORM TULIS-BARIS-PAGI.
            PERFORM LAPORKAN-LOT.
            CLOSE PAGI-REPORT.
            DISPLAY "Status pagi ditulis ke PAGI.txt".

            END-IF.
            PERFORM TULIS-BARIS-PAGI.

      *-----------------------
      * LOT BAHAN MUDAH RUSAK - lot di BAHANLOT.txt yang tanggal
      * pakainya sudah lewat pada tanggal run (buang) atau jatuh
      * dalam lot-hari hari sesudahnya (pakai lebih dulu), supaya
      * barista pembuka tahu mana yang dipakai atau dibuang
      *-----------------------
       MUAT-BAHAN.
            MOVE 0 TO bahan-count.
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
                    IF bahan-count < 100
                        ADD 1 TO bahan-count
                        MOVE BH-KODE   TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA   TO BHN-NAMA (bahan-count)
                        MOVE BH-SATUAN TO BHN-SATUAN (bahan-count)
                    END-IF
            END-READ.

       LAPORKAN-LOT.
            MOVE "T" TO hu-fungsi.
            MOVE ws-tgl TO hu-tgl.
            MOVE lot-hari TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO batas-lot.
            MOVE 0 TO lot-count.
            OPEN INPUT LOT-FILE.
            IF ws-lt-status = "00"
                PERFORM PERIKSA-BARIS-LOT
                    UNTIL ws-lt-status NOT = "00"
                CLOSE LOT-FILE
            END-IF.
            IF lot-count = 0
                MOVE SPACES TO PAGI-LINE
                STRING "Lot bahan: tidak ada yang kedaluwarsa s/d "
                       DELIMITED BY SIZE
                       batas-lot DELIMITED BY SIZE
                    INTO PAGI-LINE
                PERFORM TULIS-BARIS-PAGI
            END-IF.

       PERIKSA-BARIS-LOT.
            READ LOT-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF LT-QTY > 0 AND LT-EXPIRY <= batas-lot
                        IF LT-EXPIRY <= ws-tgl
                            MOVE "KEDALUWARSA  " TO lot-label
                        ELSE
                            MOVE "SEGERA PAKAI " TO lot-label
                        END-IF
                        PERFORM TULIS-BARIS-LOT-PAGI
                    END-IF
            END-READ.

       TULIS-BARIS-LOT-PAGI.
            ADD 1 TO lot-count.
            MOVE 0 TO bahan-idx.
            PERFORM CARI-BAHAN-LOT
                VARYING bahan-cari FROM 1 BY 1
                UNTIL bahan-cari > bahan-count OR bahan-idx NOT = 0.
            MOVE LT-QTY TO lot-qty-ed.
            MOVE SPACES TO PAGI-LINE.
            IF bahan-idx = 0
                STRING lot-label DELIMITED BY SIZE
                       LT-KODE DELIMITED BY SIZE
                       " lot " DELIMITED BY SIZE
                       LT-LOT DELIMITED BY SIZE
                       " exp " DELIMITED BY SIZE
                       LT-EXPIRY DELIMITED BY SIZE
                       " sisa" DELIMITED BY SIZE
                       lot-qty-ed DELIMITED BY SIZE
                    INTO PAGI-LINE
            ELSE
                STRING lot-label DELIMITED BY SIZE
                       LT-KODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHN-NAMA (bahan-idx) DELIMITED BY SIZE
                       " lot " DELIMITED BY SIZE
                       LT-LOT DELIMITED BY SIZE
                       " exp " DELIMITED BY SIZE
                       LT-EXPIRY DELIMITED BY SIZE
                       " sisa" DELIMITED BY SIZE
                       lot-qty-ed DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHN-SATUAN (bahan-idx) DELIMITED BY SIZE
                    INTO PAGI-LINE
            END-IF.
            PERFORM TULIS-BARIS-PAGI.

       CARI-BAHAN-LOT.
            IF BHN-KODE (bahan-cari) = LT-KODE
                MOVE bahan-cari TO bahan-idx
            END-IF.

       TULIS-BARIS-PAGI.
            DISPLAY PAGI-LINE.
            MOVE PAGI-LINE TO PAGI-RECORD.
