       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIPPOOL.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY JURNALSEL.
           COPY HADIRSEL.
           COPY KARYSEL.
           COPY TIPBSEL.
           SELECT TIP-REPORT ASSIGN TO "TIPPOOL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY JURNALFD.

           COPY HADIRFD.

           COPY KARYFD.

           COPY TIPBFD.

       FD TIP-REPORT.
       01 TIP-REPORT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-jr-status  pic X(02).
       77 ws-hd-status  pic X(02).
       77 ws-ef-status  pic X(02).
       77 ws-tb-status  pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 tgl-awal      pic 9(08) value 0.
       77 tgl-akhir     pic 9(08) value 0.
       77 pool-tunai    pic S9(09) value 0.
       77 pool-qris     pic S9(09) value 0.
       77 pool-trf      pic S9(09) value 0.
       77 pool-total    pic S9(09) value 0.
       77 menit-total   pic 9(09) value 0.
       77 bagi-total    pic S9(09) value 0.
       77 sisa-bulat    pic S9(09) value 0.
       77 terbuka-count pic 9(03) value 0.
       77 emp-count     pic 9(03) value 0.
       77 emp-idx       pic 9(03) comp.
       77 emp-terbanyak pic 9(03) value 0.
       77 jam-tampil    pic 9(07).
       77 menit-tampil  pic 9(02).
       77 ws-karyf-buka pic X value "N".
           88 karyawan-terbuka value "Y".
       77 ws-ketemu     pic X value "N".
           88 sudah-ketemu value "Y".
       77 ws-sudah-bagi pic X value "N".
           88 periode-sudah-dibagi value "Y".

       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

      *-----------------------
      * jam kerja per karyawan dalam periode -- hanya shift yang
      * sudah pulang; shift terbuka belum punya menit
      *-----------------------
       01 EMP-TABEL.
           05 EMP-ENTRY OCCURS 100 TIMES.
               10 EMT-ID      PIC 9(04).
               10 EMT-NAMA    PIC X(15).
               10 EMT-MENIT   PIC 9(07).
               10 EMT-BAGIAN  PIC 9(08).

       01 TIP-HEADER-LINE.
           02 FILLER    PIC X(27) VALUE "=== PEMBAGIAN TIP POOL - ".
           02 TH-AWAL   PIC 9(08).
           02 FILLER    PIC X(05) VALUE " s/d ".
           02 TH-AKHIR  PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(48) VALUE SPACES.

       01 TIP-POOL-LINE.
           02 FILLER    PIC X(12) VALUE "Tip tunai Rp".
           02 TP-TUNAI  PIC -(8)9.
           02 FILLER    PIC X(10) VALUE "  QRIS Rp".
           02 TP-QRIS   PIC -(8)9.
           02 FILLER    PIC X(14) VALUE "  Transfer Rp".
           02 TP-TRF    PIC -(8)9.
           02 FILLER    PIC X(11) VALUE "  Total Rp".
           02 TP-TOTAL  PIC -(8)9.
           02 FILLER    PIC X(17) VALUE SPACES.

       01 TIP-BAGI-LINE.
           02 TD-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 TD-NAMA   PIC X(15).
           02 FILLER    PIC X(02) VALUE SPACES.
           02 TD-JAM    PIC ZZZZ9.
           02 FILLER    PIC X(01) VALUE ":".
           02 TD-MNT    PIC 99.
           02 FILLER    PIC X(04) VALUE " jam".
           02 FILLER    PIC X(06) VALUE "  Rp ".
           02 TD-RP     PIC Z(7)9.
           02 FILLER    PIC X(52) VALUE SPACES.

       01 TIP-TOTAL-LINE.
           02 FILLER    PIC X(16) VALUE "Total dibagi Rp ".
           02 TT-BAGI   PIC -(8)9.
           02 FILLER    PIC X(12) VALUE "  jam kerja ".
           02 TT-JAM    PIC ZZZZZ9.
           02 FILLER    PIC X(01) VALUE ":".
           02 TT-MNT    PIC 99.
           02 FILLER    PIC X(17) VALUE "  shift terbuka: ".
           02 TT-BUKA   PIC ZZ9.
           02 FILLER    PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "TIPPOOL" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-TIPPOOL.
            PERFORM BACA-TGL-USAHA.
            PERFORM MINTA-PERIODE.
            PERFORM PERIKSA-PERIODE-DIBAGI.
            EVALUATE TRUE
                WHEN hu-valid NOT = "Y"
                    DISPLAY "Tanggal awal ", tgl-awal, " tidak sah"
                    MOVE 1 TO RETURN-CODE
      *         minggu yang belum selesai tidak boleh dibagi: riwayat
      *         TIPBAGI akan menutup minggu itu untuk tip sesudahnya
                WHEN tgl-akhir > WS-TGL-USAHA
                    DISPLAY "Periode ", tgl-awal, " s/d ", tgl-akhir,
                            " belum selesai (hari usaha ",
                            WS-TGL-USAHA, "), run ditolak"
                    MOVE 1 TO RETURN-CODE
                WHEN periode-sudah-dibagi
                    DISPLAY "Tip periode ", tgl-awal, " s/d ",
                            tgl-akhir, " sudah pernah dibagi, ",
                            "run ditolak"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM KUMPULKAN-TIP
                    PERFORM MUAT-JAM-KERJA
                    PERFORM HITUNG-BAGIAN
                    PERFORM CETAK-PEMBAGIAN
                    IF pool-total > 0 AND menit-total > 0
                        PERFORM SIMPAN-RIWAYAT
                    END-IF
            END-EVALUATE.
            MOVE "TIPPOOL" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * dipanggil berulang dari MENU dalam satu run unit -- tabel
      * dan total run sebelumnya dibuang dulu
      *-----------------------
       INIT-TIPPOOL.
            MOVE 0 TO pool-tunai.
            MOVE 0 TO pool-qris.
            MOVE 0 TO pool-trf.
            MOVE 0 TO pool-total.
            MOVE 0 TO menit-total.
            MOVE 0 TO bagi-total.
            MOVE 0 TO terbuka-count.
            MOVE 0 TO emp-count.
            MOVE 0 TO emp-terbanyak.

      *-----------------------
      * PERIODE - pool dibagi mingguan: tujuh hari mulai tanggal
      * awal yang diminta
      *-----------------------
       MINTA-PERIODE.
            DISPLAY "Tanggal awal minggu (YYYYMMDD) : ".
            ACCEPT tgl-awal.
            MOVE "T" TO hu-fungsi.
            MOVE tgl-awal TO hu-tgl.
            MOVE 6 TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-tgl-hasil TO tgl-akhir.

       PERIKSA-PERIODE-DIBAGI.
            MOVE "N" TO ws-sudah-bagi.
            OPEN INPUT TIPBAGI-FILE.
            IF ws-tb-status = "00"
                PERFORM AMBIL-BARIS-TIPBAGI
                    UNTIL ws-tb-status NOT = "00"
                CLOSE TIPBAGI-FILE
            END-IF.

       AMBIL-BARIS-TIPBAGI.
            READ TIPBAGI-FILE
                AT END CONTINUE
                NOT AT END
                    IF TB-AWAL <= tgl-akhir AND TB-AKHIR >= tgl-awal
                        MOVE "Y" TO ws-sudah-bagi
                    END-IF
            END-READ.

      *-----------------------
      * KUMPULKAN TIP - tip per jenis dari jurnal; record Z hanya
      * total hari itu, jadi dilewati supaya tidak terhitung dua kali
      *-----------------------
       KUMPULKAN-TIP.
            OPEN INPUT SALES-JOURNAL.
            IF ws-jr-status = "00"
                PERFORM AMBIL-BARIS-JURNAL
                    UNTIL ws-jr-status NOT = "00"
                CLOSE SALES-JOURNAL
            ELSE
                DISPLAY "Jurnal penjualan (JURNAL.txt) belum ada"
            END-IF.
            COMPUTE pool-total = pool-tunai + pool-qris + pool-trf.

       AMBIL-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JR-DATE >= tgl-awal AND JR-DATE <= tgl-akhir
                       AND JR-REC-TYPE NOT = "Z"
                       AND JR-TIP-C IS NUMERIC
                       AND JR-TIP-Q IS NUMERIC
                       AND JR-TIP-T IS NUMERIC
                        ADD JR-TIP-C TO pool-tunai
                        ADD JR-TIP-Q TO pool-qris
                        ADD JR-TIP-T TO pool-trf
                    END-IF
            END-READ.

      *-----------------------
      * JAM KERJA - menit shift yang sudah pulang dalam periode,
      * dijumlah per karyawan dari HADIR.txt
      *-----------------------
       MUAT-JAM-KERJA.
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
            IF terbuka-count > 0
                DISPLAY "Peringatan: ", terbuka-count, " shift ",
                        "belum pulang, jamnya tidak ikut dihitung"
            END-IF.

       AMBIL-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-DATE >= tgl-awal AND HD-DATE <= tgl-akhir
                        IF HD-STATUS = "C"
                            PERFORM REKAP-KARYAWAN
                        ELSE
                            ADD 1 TO terbuka-count
                        END-IF
                    END-IF
            END-READ.

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
                            " tidak ikut dibagi"
                    MOVE 0 TO emp-idx
                ELSE
                    ADD 1 TO emp-count
                    MOVE emp-count TO emp-idx
                    MOVE HD-EMP TO EMT-ID (emp-idx)
                    MOVE 0 TO EMT-MENIT (emp-idx)
                    MOVE 0 TO EMT-BAGIAN (emp-idx)
                    PERFORM AMBIL-NAMA-KARYAWAN
                END-IF
            END-IF.
            IF emp-idx > 0
                ADD HD-MENIT TO EMT-MENIT (emp-idx)
                ADD HD-MENIT TO menit-total
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

      *-----------------------
      * BAGIAN - pool x menit karyawan / menit semua, dibulatkan ke
      * bawah; sisa pembulatan jatuh ke karyawan dengan jam terbanyak
      * supaya seluruh pool habis terbagi
      *-----------------------
       HITUNG-BAGIAN.
            IF pool-total > 0 AND menit-total > 0
                PERFORM HITUNG-BAGIAN-SATU
                    VARYING emp-idx FROM 1 BY 1
                    UNTIL emp-idx > emp-count
                COMPUTE sisa-bulat = pool-total - bagi-total
                IF sisa-bulat > 0 AND emp-terbanyak > 0
                    ADD sisa-bulat TO EMT-BAGIAN (emp-terbanyak)
                    ADD sisa-bulat TO bagi-total
                END-IF
            END-IF.

       HITUNG-BAGIAN-SATU.
            COMPUTE EMT-BAGIAN (emp-idx) =
                pool-total * EMT-MENIT (emp-idx) / menit-total.
            ADD EMT-BAGIAN (emp-idx) TO bagi-total.
            IF emp-terbanyak = 0
                MOVE emp-idx TO emp-terbanyak
            ELSE
                IF EMT-MENIT (emp-idx) > EMT-MENIT (emp-terbanyak)
                    MOVE emp-idx TO emp-terbanyak
                END-IF
            END-IF.

      *-----------------------
      * LEMBAR PEMBAGIAN - TIPPOOL.txt, dibawa ke pembayaran tip
      *-----------------------
       CETAK-PEMBAGIAN.
            OPEN INPUT TIP-REPORT.
            IF ws-rpt-status = "00"
                CLOSE TIP-REPORT
                OPEN EXTEND TIP-REPORT
            ELSE
                OPEN OUTPUT TIP-REPORT
            END-IF.
            MOVE tgl-awal  TO TH-AWAL.
            MOVE tgl-akhir TO TH-AKHIR.
            MOVE TIP-HEADER-LINE TO TIP-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY TIP-HEADER-LINE.
            MOVE pool-tunai TO TP-TUNAI.
            MOVE pool-qris  TO TP-QRIS.
            MOVE pool-trf   TO TP-TRF.
            MOVE pool-total TO TP-TOTAL.
            MOVE TIP-POOL-LINE TO TIP-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY TIP-POOL-LINE.
            PERFORM CETAK-BAGIAN-KARYAWAN
                VARYING emp-idx FROM 1 BY 1
                UNTIL emp-idx > emp-count.
            MOVE bagi-total TO TT-BAGI.
            DIVIDE menit-total BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            MOVE jam-tampil    TO TT-JAM.
            MOVE menit-tampil  TO TT-MNT.
            MOVE terbuka-count TO TT-BUKA.
            MOVE TIP-TOTAL-LINE TO TIP-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY TIP-TOTAL-LINE.
            IF menit-total = 0 AND pool-total > 0
                DISPLAY "Tidak ada jam kerja dalam periode, tip ",
                        "belum dibagi"
            END-IF.
            CLOSE TIP-REPORT.

       CETAK-BAGIAN-KARYAWAN.
            MOVE EMT-ID (emp-idx)     TO TD-EMP.
            MOVE EMT-NAMA (emp-idx)   TO TD-NAMA.
            DIVIDE EMT-MENIT (emp-idx) BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            MOVE jam-tampil           TO TD-JAM.
            MOVE menit-tampil         TO TD-MNT.
            MOVE EMT-BAGIAN (emp-idx) TO TD-RP.
            MOVE TIP-BAGI-LINE TO TIP-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY TIP-BAGI-LINE.

       TULIS-BARIS-LAPORAN.
            WRITE TIP-REPORT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis TIPPOOL.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * RIWAYAT - satu baris per karyawan ke TIPBAGI.txt supaya
      * periode yang sama tidak terbagi dua kali
      *-----------------------
       SIMPAN-RIWAYAT.
            OPEN INPUT TIPBAGI-FILE.
            IF ws-tb-status = "00"
                CLOSE TIPBAGI-FILE
                OPEN EXTEND TIPBAGI-FILE
            ELSE
                OPEN OUTPUT TIPBAGI-FILE
            END-IF.
            PERFORM TULIS-RIWAYAT
                VARYING emp-idx FROM 1 BY 1
                UNTIL emp-idx > emp-count.
            CLOSE TIPBAGI-FILE.

       TULIS-RIWAYAT.
            MOVE SPACES               TO TIPBAGI-RECORD.
            MOVE tgl-awal             TO TB-AWAL.
            MOVE tgl-akhir            TO TB-AKHIR.
            MOVE EMT-ID (emp-idx)     TO TB-EMP.
            MOVE EMT-MENIT (emp-idx)  TO TB-MENIT.
            MOVE EMT-BAGIAN (emp-idx) TO TB-BAGIAN.
            MOVE WS-TGL-USAHA         TO TB-TGL.
            MOVE WS-SESI-ID           TO TB-OPER.
            WRITE TIPBAGI-RECORD.
            IF ws-tb-status NOT = "00"
                DISPLAY "Gagal menyimpan riwayat tip, status ",
                        ws-tb-status
                MOVE 1 TO RETURN-CODE
            END-IF.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
