       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAPHADIR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY HADIRSEL.
           COPY JURNALSEL.
           COPY KARYSEL.
           SELECT HADIR-REPORT ASSIGN TO "LAPHADIR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY HADIRFD.

           COPY JURNALFD.

           COPY KARYFD.

       FD HADIR-REPORT.
       01 HADIR-REPORT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-hd-status  pic X(02).
       77 ws-jr-status  pic X(02).
       77 ws-ef-status  pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 tgl-awal      pic 9(08) value 0.
       77 tgl-akhir     pic 9(08) value 0.
       77 jumlah-hari   pic 9(03) value 0.
       77 shift-count   pic 9(03) value 0.
       77 shift-idx     pic 9(03) comp.
       77 emp-count     pic 9(03) value 0.
       77 emp-idx       pic 9(03) comp.
       77 luar-count    pic 9(05) value 0.
       77 buka-count    pic 9(03) value 0.
       77 ws-karyf-buka pic X value "N".
           88 karyawan-terbuka value "Y".
       77 ws-tutup-ada  pic X value "N".
           88 tertutup-shift value "Y".
       77 ws-ketemu     pic X value "N".
           88 sudah-ketemu value "Y".
       77 jam-tampil    pic 9(03).
       77 menit-tampil  pic 9(02).
       77 jual-menit    pic 9(11).
       77 jual-menit-2  pic 9(11).
       77 cache-tgl     pic 9(08) value 0.
       77 cache-harinum pic 9(07) value 0.

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.
       01 JAM-URAI.
           02 JU-HH     PIC 9(02).
           02 JU-MM     PIC 9(02).
           02 JU-SSCC   PIC 9(04).
       01 JAM-URAI-X REDEFINES JAM-URAI PIC 9(08).

      *-----------------------
      * shift dalam rentang laporan; mulai/akhir disimpan sebagai
      * menit mutlak (angka hari x 1440 + menit jam dinding) supaya
      * penjualan bisa dicocokkan tanpa peduli pergantian hari.
      * Shift terbuka berakhir di 99999999999.
      *-----------------------
       01 SHIFT-TABEL.
           05 SHIFT-ENTRY OCCURS 500 TIMES.
               10 SHF-EMP     PIC 9(04).
               10 SHF-DATE    PIC 9(08).
               10 SHF-IN      PIC 9(08).
               10 SHF-OUT     PIC 9(08).
               10 SHF-STATUS  PIC X(01).
               10 SHF-MENIT   PIC 9(05).
               10 SHF-MULAI   PIC 9(11).
               10 SHF-AKHIR   PIC 9(11).
               10 SHF-TUTUP   PIC X(01).

       01 EMP-TABEL.
           05 EMP-ENTRY OCCURS 100 TIMES.
               10 EMT-ID      PIC 9(04).
               10 EMT-NAMA    PIC X(15).
               10 EMT-SHIFT   PIC 9(03).
               10 EMT-MENIT   PIC 9(07).

       01 HADIR-HEADER-LINE.
           02 FILLER    PIC X(25) VALUE "=== LAPORAN JAM KERJA - ".
           02 HH-AWAL   PIC 9(08).
           02 FILLER    PIC X(05) VALUE " s/d ".
           02 HH-AKHIR  PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(50) VALUE SPACES.

       01 HADIR-SHIFT-LINE.
           02 HS-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HS-NAMA   PIC X(15).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HS-DATE   PIC 9(08).
           02 FILLER    PIC X(08) VALUE "  masuk ".
           02 HS-IN     PIC 9(04).
           02 FILLER    PIC X(09) VALUE "  pulang ".
           02 HS-OUT    PIC X(04).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 HS-JAM    PIC ZZ9.
           02 FILLER    PIC X(01) VALUE ":".
           02 HS-MENIT  PIC 99.
           02 FILLER    PIC X(02) VALUE SPACES.
           02 HS-KET    PIC X(20).
           02 FILLER    PIC X(16) VALUE SPACES.

       01 HADIR-TOTAL-LINE.
           02 FILLER    PIC X(08) VALUE "Total   ".
           02 HT-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HT-NAMA   PIC X(15).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 HT-SHIFT  PIC ZZ9.
           02 FILLER    PIC X(08) VALUE " shift, ".
           02 HT-JAM    PIC ZZZZ9.
           02 FILLER    PIC X(05) VALUE " jam ".
           02 HT-MENIT  PIC 99.
           02 FILLER    PIC X(06) VALUE " menit".
           02 FILLER    PIC X(41) VALUE SPACES.

       01 HADIR-LUAR-LINE.
           02 FILLER    PIC X(17) VALUE "DI LUAR SHIFT   ".
           02 HL-STRUK  PIC 9(06).
           02 FILLER    PIC X(07) VALUE " kasir ".
           02 HL-KASIR  PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 HL-DATE   PIC 9(08).
           02 FILLER    PIC X(05) VALUE " jam ".
           02 HL-TIME   PIC 9(04).
           02 FILLER    PIC X(48) VALUE SPACES.

       01 HADIR-SUMMARY-LINE.
           02 FILLER    PIC X(22) VALUE "Transaksi luar shift: ".
           02 HR-LUAR   PIC ZZZZ9.
           02 FILLER    PIC X(36)
               VALUE "  Shift terbuka saat tutup kasir: ".
           02 HR-BUKA   PIC ZZ9.
           02 FILLER    PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "LAPHADIR" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-LAPORAN.
            PERFORM BACA-TGL-USAHA.
            PERFORM MINTA-RENTANG.
            PERFORM MUAT-SHIFT.
            PERFORM BUKA-LAPORAN.
            PERFORM CETAK-SHIFT
                VARYING shift-idx FROM 1 BY 1
                UNTIL shift-idx > shift-count.
            PERFORM CETAK-TOTAL-KARYAWAN
                VARYING emp-idx FROM 1 BY 1
                UNTIL emp-idx > emp-count.
            PERFORM PERIKSA-JURNAL.
            PERFORM CETAK-SHIFT-TERBUKA
                VARYING shift-idx FROM 1 BY 1
                UNTIL shift-idx > shift-count.
            MOVE luar-count TO HR-LUAR.
            MOVE buka-count TO HR-BUKA.
            MOVE HADIR-SUMMARY-LINE TO HADIR-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY HADIR-SUMMARY-LINE.
            CLOSE HADIR-REPORT.
            MOVE "LAPHADIR" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * dipanggil berulang dari MENU dalam satu run unit -- tabel
      * dan hitungan run sebelumnya dibuang dulu
      *-----------------------
       INIT-LAPORAN.
            MOVE 0 TO shift-count.
            MOVE 0 TO emp-count.
            MOVE 0 TO luar-count.
            MOVE 0 TO buka-count.
            MOVE 0 TO cache-tgl.

      *-----------------------
      * RENTANG - satu hari untuk laporan harian, tujuh untuk
      * mingguan; tanggal awal 0 berarti tanggal usaha
      *-----------------------
       MINTA-RENTANG.
            DISPLAY "Tanggal awal (YYYYMMDD, 0 = hari usaha) : ".
            ACCEPT tgl-awal.
            IF tgl-awal = 0
                MOVE WS-TGL-USAHA TO tgl-awal
            END-IF.
            DISPLAY "Jumlah hari (1 = harian, 7 = mingguan)  : ".
            ACCEPT jumlah-hari.
            IF jumlah-hari = 0
                MOVE 1 TO jumlah-hari
            END-IF.
            MOVE "T" TO hu-fungsi.
            MOVE tgl-awal TO hu-tgl.
            COMPUTE hu-n = jumlah-hari - 1.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO tgl-akhir.

       MUAT-SHIFT.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status = "00"
                MOVE "Y" TO ws-karyf-buka
            ELSE
                MOVE "N" TO ws-karyf-buka
            END-IF.
            OPEN INPUT HADIR-FILE.
            IF ws-hd-status = "00"
                PERFORM AMBIL-BARIS-HADIR
                    UNTIL ws-hd-status NOT = "00"
                CLOSE HADIR-FILE
            ELSE
                DISPLAY "Berkas presensi (HADIR.txt) belum ada"
            END-IF.
            IF karyawan-terbuka
                CLOSE EMPLOYEE-FILE
            END-IF.

       AMBIL-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-DATE >= tgl-awal AND HD-DATE <= tgl-akhir
                        IF shift-count >= 500
                            DISPLAY "Tabel shift penuh, shift ",
                                    HD-EMP, " ", HD-DATE,
                                    " tidak dilaporkan"
                        ELSE
                            PERFORM SIMPAN-SHIFT
                        END-IF
                    END-IF
            END-READ.

       SIMPAN-SHIFT.
            ADD 1 TO shift-count.
            MOVE shift-count TO shift-idx.
            MOVE HD-EMP    TO SHF-EMP (shift-idx).
            MOVE HD-DATE   TO SHF-DATE (shift-idx).
            MOVE HD-IN     TO SHF-IN (shift-idx).
            MOVE HD-OUT    TO SHF-OUT (shift-idx).
            MOVE HD-STATUS TO SHF-STATUS (shift-idx).
            MOVE HD-MENIT  TO SHF-MENIT (shift-idx).
            MOVE "N"       TO SHF-TUTUP (shift-idx).
            MOVE HD-DATE TO hu-tgl.
            PERFORM AMBIL-HARINUM.
            MOVE HD-IN TO JAM-URAI-X.
            COMPUTE SHF-MULAI (shift-idx) =
                hu-harinum * 1440 + JU-HH * 60 + JU-MM.
            IF HD-STATUS = "O"
                MOVE 99999999999 TO SHF-AKHIR (shift-idx)
            ELSE
                COMPUTE SHF-AKHIR (shift-idx) =
                    SHF-MULAI (shift-idx) + HD-MENIT
            END-IF.
            PERFORM REKAP-KARYAWAN.

      *-----------------------
      * angka hari disimpan untuk tanggal terakhir yang ditanya;
      * jurnal dan presensi berurutan tanggal jadi HARIUTIL jarang
      * dipanggil ulang
      *-----------------------
       AMBIL-HARINUM.
            IF hu-tgl = cache-tgl
                MOVE cache-harinum TO hu-harinum
            ELSE
                MOVE "H" TO hu-fungsi
                CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                      hu-tgl-hasil, hu-harinum,
                                      hu-valid
                MOVE hu-tgl     TO cache-tgl
                MOVE hu-harinum TO cache-harinum
            END-IF.

       REKAP-KARYAWAN.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-KARYAWAN-TABEL
                VARYING emp-idx FROM 1 BY 1
                UNTIL emp-idx > emp-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM emp-idx
            ELSE
                IF emp-count >= 100
                    DISPLAY "Tabel karyawan penuh, ID ", HD-EMP,
                            " tidak ditotal"
                    MOVE 0 TO emp-idx
                ELSE
                    ADD 1 TO emp-count
                    MOVE emp-count TO emp-idx
                    MOVE HD-EMP TO EMT-ID (emp-idx)
                    MOVE 0 TO EMT-SHIFT (emp-idx)
                    MOVE 0 TO EMT-MENIT (emp-idx)
                    PERFORM AMBIL-NAMA-KARYAWAN
                END-IF
            END-IF.
            IF emp-idx > 0
                ADD 1 TO EMT-SHIFT (emp-idx)
                ADD HD-MENIT TO EMT-MENIT (emp-idx)
            END-IF.

       CARI-KARYAWAN-TABEL.
            IF EMT-ID (emp-idx) = HD-EMP
                MOVE "Y" TO ws-ketemu
            END-IF.

       AMBIL-NAMA-KARYAWAN.
            MOVE "(tidak dikenal)" TO EMT-NAMA (emp-idx).
            IF karyawan-terbuka
                MOVE HD-EMP TO EMP-ID
                READ EMPLOYEE-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE EMP-NAMA TO EMT-NAMA (emp-idx)
                END-READ
            END-IF.

       BUKA-LAPORAN.
            OPEN INPUT HADIR-REPORT.
            IF ws-rpt-status = "00"
                CLOSE HADIR-REPORT
                OPEN EXTEND HADIR-REPORT
            ELSE
                OPEN OUTPUT HADIR-REPORT
            END-IF.
            MOVE tgl-awal  TO HH-AWAL.
            MOVE tgl-akhir TO HH-AKHIR.
            MOVE HADIR-HEADER-LINE TO HADIR-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY HADIR-HEADER-LINE.

       TULIS-BARIS-LAPORAN.
            WRITE HADIR-REPORT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis LAPHADIR.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.

       CETAK-SHIFT.
            MOVE SHF-EMP (shift-idx) TO HS-EMP.
            MOVE "(tidak dikenal)" TO HS-NAMA.
            PERFORM CARI-NAMA-SHIFT
                VARYING emp-idx FROM 1 BY 1
                UNTIL emp-idx > emp-count.
            MOVE SHF-DATE (shift-idx) TO HS-DATE.
            MOVE SHF-IN (shift-idx) (1:4) TO HS-IN.
            IF SHF-STATUS (shift-idx) = "O"
                MOVE "----" TO HS-OUT
                MOVE 0 TO HS-JAM
                MOVE 0 TO HS-MENIT
                MOVE "BELUM PULANG" TO HS-KET
            ELSE
                MOVE SHF-OUT (shift-idx) (1:4) TO HS-OUT
                DIVIDE SHF-MENIT (shift-idx) BY 60 GIVING jam-tampil
                    REMAINDER menit-tampil
                MOVE jam-tampil   TO HS-JAM
                MOVE menit-tampil TO HS-MENIT
                MOVE SPACES TO HS-KET
            END-IF.
            MOVE HADIR-SHIFT-LINE TO HADIR-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY HADIR-SHIFT-LINE.

       CARI-NAMA-SHIFT.
            IF EMT-ID (emp-idx) = SHF-EMP (shift-idx)
                MOVE EMT-NAMA (emp-idx) TO HS-NAMA
            END-IF.

       CETAK-TOTAL-KARYAWAN.
            MOVE EMT-ID (emp-idx)    TO HT-EMP.
            MOVE EMT-NAMA (emp-idx)  TO HT-NAMA.
            MOVE EMT-SHIFT (emp-idx) TO HT-SHIFT.
            DIVIDE EMT-MENIT (emp-idx) BY 60 GIVING HT-JAM
                REMAINDER menit-tampil.
            MOVE menit-tampil TO HT-MENIT.
            MOVE HADIR-TOTAL-LINE TO HADIR-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY HADIR-TOTAL-LINE.

      *-----------------------
      * PERIKSA JURNAL - setiap transaksi kasir dalam rentang harus
      * jatuh di dalam salah satu shift kasir itu; record Z menandai
      * tutup kasir dan dipakai untuk menangkap shift yang masih
      * terbuka saat register ditutup
      *-----------------------
       PERIKSA-JURNAL.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM AMBIL-BARIS-JURNAL
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            ELSE
                DISPLAY "Jurnal penjualan (JURNAL.txt) belum ada"
            END-IF.

       AMBIL-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JR-DATE >= tgl-awal AND JR-DATE <= tgl-akhir
                        IF JR-REC-TYPE = "Z"
                            PERFORM TANDAI-SHIFT-TERBUKA
                                VARYING shift-idx FROM 1 BY 1
                                UNTIL shift-idx > shift-count
                        ELSE
                            IF JR-CASHIER IS NUMERIC
                               AND JR-CASHIER NOT = 0
                                PERFORM PERIKSA-JAM-JUAL
                            END-IF
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * penjualan lewat tengah malam masih bertanggal usaha yang
      * sama, jadi dicoba juga sebagai hari berikutnya (+1440)
      *-----------------------
       PERIKSA-JAM-JUAL.
            MOVE JR-DATE TO hu-tgl.
            PERFORM AMBIL-HARINUM.
            MOVE JR-TIME TO JAM-URAI-X.
            COMPUTE jual-menit = hu-harinum * 1440 + JU-HH * 60 + JU-MM.
            COMPUTE jual-menit-2 = jual-menit + 1440.
            MOVE "N" TO ws-ketemu.
            PERFORM COCOKKAN-SHIFT
                VARYING shift-idx FROM 1 BY 1
                UNTIL shift-idx > shift-count OR sudah-ketemu.
            IF NOT sudah-ketemu
                ADD 1 TO luar-count
                MOVE JR-RECEIPT-NO TO HL-STRUK
                MOVE JR-CASHIER    TO HL-KASIR
                MOVE JR-DATE       TO HL-DATE
                MOVE JR-TIME (1:4) TO HL-TIME
                MOVE HADIR-LUAR-LINE TO HADIR-REPORT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                DISPLAY HADIR-LUAR-LINE
            END-IF.

       COCOKKAN-SHIFT.
            IF SHF-EMP (shift-idx) = JR-CASHIER
                IF (jual-menit >= SHF-MULAI (shift-idx)
                    AND jual-menit <= SHF-AKHIR (shift-idx))
                   OR (jual-menit-2 >= SHF-MULAI (shift-idx)
                    AND jual-menit-2 <= SHF-AKHIR (shift-idx))
                    MOVE "Y" TO ws-ketemu
                END-IF
            END-IF.

      *-----------------------
      * shift yang sudah masuk saat register tutup dan belum pulang
      * sebelum jam tutup ditandai, meski sudah absen pulang waktu
      * laporan dibuat; jam pulang lebih kecil dari jam masuk
      * berarti pulang lewat tengah malam
      *-----------------------
       TANDAI-SHIFT-TERBUKA.
            IF SHF-DATE (shift-idx) = JR-DATE
               AND SHF-IN (shift-idx) <= JR-TIME
               AND (SHF-STATUS (shift-idx) = "O"
                    OR SHF-OUT (shift-idx) > JR-TIME
                    OR SHF-OUT (shift-idx) < SHF-IN (shift-idx))
                MOVE "Y" TO SHF-TUTUP (shift-idx)
            END-IF.

       CETAK-SHIFT-TERBUKA.
            IF SHF-TUTUP (shift-idx) = "Y"
                ADD 1 TO buka-count
                MOVE SHF-EMP (shift-idx) TO HS-EMP
                MOVE "(tidak dikenal)" TO HS-NAMA
                PERFORM CARI-NAMA-SHIFT
                    VARYING emp-idx FROM 1 BY 1
                    UNTIL emp-idx > emp-count
                MOVE SHF-DATE (shift-idx) TO HS-DATE
                MOVE SHF-IN (shift-idx) (1:4) TO HS-IN
                IF SHF-STATUS (shift-idx) = "O"
                    MOVE "----" TO HS-OUT
                    MOVE 0 TO HS-JAM
                    MOVE 0 TO HS-MENIT
                ELSE
                    MOVE SHF-OUT (shift-idx) (1:4) TO HS-OUT
                    DIVIDE SHF-MENIT (shift-idx) BY 60
                        GIVING jam-tampil REMAINDER menit-tampil
                    MOVE jam-tampil   TO HS-JAM
                    MOVE menit-tampil TO HS-MENIT
                END-IF
                MOVE "TERBUKA SAAT TUTUP" TO HS-KET
                MOVE HADIR-SHIFT-LINE TO HADIR-REPORT-RECORD
                PERFORM TULIS-BARIS-LAPORAN
                DISPLAY HADIR-SHIFT-LINE
            END-IF.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
