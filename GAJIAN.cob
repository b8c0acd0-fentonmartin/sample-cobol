       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAJIAN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY HADIRSEL.
           COPY KARYSEL.
           COPY TARIFSEL.
           COPY GAJISEL.
           COPY KASBSEL.
           SELECT KASBON-TMP ASSIGN TO "KASBON.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KT-STATUS.
           SELECT SLIP-REPORT ASSIGN TO "SLIPGAJI.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT REGISTER-REPORT ASSIGN TO "GAJIREG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RG-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY HADIRFD.

           COPY KARYFD.

           COPY TARIFFD.

           COPY GAJIFD.

           COPY KASBFD.

       FD KASBON-TMP.
       01 KASBON-KEEP PIC X(60).

       FD SLIP-REPORT.
       01 SLIP-RECORD PIC X(100).

       FD REGISTER-REPORT.
       01 REGISTER-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-hd-status  pic X(02).
       77 ws-ef-status  pic X(02).
       77 ws-tf-status  pic X(02).
       77 ws-gj-status  pic X(02).
       77 ws-sl-status  pic X(02).
       77 ws-rg-status  pic X(02).
       77 ws-kb-status  pic X(02).
       77 ws-kt-status  pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 bulan-input   pic 9(06) value 0.
       77 ws-sudah-gaji pic X value "N".
           88 bulan-sudah-dibayar value "Y".
       77 ws-bulan-jalan pic X value "N".
           88 bulan-belum-tutup value "Y".
       77 ws-ketemu     pic X value "N".
           88 sudah-ketemu value "Y".
       77 agg-count     pic 9(03) value 0.
       77 agg-idx       pic 9(03) comp.
       77 tarif-count   pic 9(03) value 0.
       77 tarif-idx     pic 9(03) comp.
       77 terbuka-count pic 9(03) value 0.
       77 menit-ot      pic 9(05).
       77 menit-total   pic 9(06).
       77 pakai-tarif   pic 9(06).
       77 pakai-lembur  pic 9(03).
       77 pakai-potong  pic 9(04).
       77 bayar-reg     pic 9(08).
       77 bayar-ot      pic 9(08).
       77 gaji-bruto    pic 9(08).
       77 gaji-potong   pic 9(08).
       77 gaji-neto     pic S9(08).
       77 gaji-kasbon   pic 9(08).
       77 potong-satu   pic 9(08).
       77 sisa-neto     pic S9(08).
       77 jam-tampil    pic 9(04).
       77 menit-tampil  pic 9(02).
       77 ctl-karyawan  pic 9(04) value 0.
       77 ctl-menit     pic 9(07) value 0.
       77 ctl-bruto     pic 9(09) value 0.
       77 ctl-potong    pic 9(09) value 0.
       77 ctl-neto      pic S9(09) value 0.
       77 ctl-kasbon    pic 9(09) value 0.
       77 ctl-nonaktif  pic 9(04) value 0.
       77 ctl-tanpa-tarif pic 9(04) value 0.
       01 BULAN-URAI.
           02 BU-TAHUN  PIC 9(04).
           02 BU-BULAN  PIC 9(02).
       01 BULAN-URAI-X REDEFINES BULAN-URAI PIC 9(06).

      *-----------------------
      * rekap menit kerja per karyawan dari shift yang sudah
      * ditutup di bulan itu; menit di atas 8 jam per shift masuk
      * lembur
      *-----------------------
       01 AGG-TABEL.
           05 AGG-ENTRY OCCURS 100 TIMES.
               10 AGG-EMP       PIC 9(04).
               10 AGG-SHIFT     PIC 9(03).
               10 AGG-MENIT-REG PIC 9(05).
               10 AGG-MENIT-OT  PIC 9(05).

       01 TARIF-TABEL.
           05 TARIF-ENTRY OCCURS 50 TIMES.
               10 TRF-JENIS  PIC X(01).
               10 TRF-KUNCI  PIC X(04).
               10 TRF-TARIF  PIC 9(06).
               10 TRF-LEMBUR PIC 9(03).
               10 TRF-POTONG PIC 9(04).

      *-----------------------
      * kasbon yang masih berjalan; cicilan bulan ini dipotong dari
      * gaji bersih dan KASBON.txt ditulis balik sesudah run
      *-----------------------
       01 KASBON-TABEL.
           05 KASBON-ENTRY OCCURS 200 TIMES.
               10 KBT-NO      PIC 9(05).
               10 KBT-EMP     PIC 9(04).
               10 KBT-CICILAN PIC 9(08).
               10 KBT-SISA    PIC 9(08).
       77 kasbon-count  pic 9(03) value 0.
       77 kasbon-idx    pic 9(03) comp.
       77 cari-jenis    pic X(01).
       77 cari-kunci    pic X(04).
       77 emp-id-x      pic X(04).

       01 SLIP-HEADER-LINE.
           02 FILLER    PIC X(18) VALUE "=== SLIP GAJI - ".
           02 SH-BULAN  PIC 9(06).
           02 FILLER    PIC X(03) VALUE " - ".
           02 SH-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 SH-NAMA   PIC X(15).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(49) VALUE SPACES.

       01 SLIP-JAM-LINE.
           02 SJ-LABEL  PIC X(16).
           02 SJ-JAM    PIC ZZ9.
           02 FILLER    PIC X(01) VALUE ":".
           02 SJ-MENIT  PIC 99.
           02 FILLER    PIC X(08) VALUE " jam  Rp".
           02 SJ-RP     PIC Z(7)9.
           02 FILLER    PIC X(62) VALUE SPACES.

       01 SLIP-RP-LINE.
           02 SR-LABEL  PIC X(30).
           02 FILLER    PIC X(02) VALUE "Rp".
           02 SR-RP     PIC -(8)9.
           02 FILLER    PIC X(59) VALUE SPACES.

       01 REG-HEADER-LINE.
           02 FILLER    PIC X(22) VALUE "=== REGISTER GAJI - ".
           02 RH-BULAN  PIC 9(06).
           02 FILLER    PIC X(13) VALUE " - dijalankan".
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(46) VALUE SPACES.

       01 REG-DETAIL-LINE.
           02 RD-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-NAMA   PIC X(15).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-ROLE   PIC X(01).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-SHIFT  PIC ZZ9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-JAM    PIC ZZZ9.
           02 FILLER    PIC X(01) VALUE ":".
           02 RD-MENIT  PIC 99.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-BRUTO  PIC Z(7)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-POTONG PIC Z(7)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-KASBON PIC Z(7)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-NETO   PIC -(8)9.
           02 FILLER    PIC X(01) VALUE SPACE.
           02 RD-KET    PIC X(20).
           02 FILLER    PIC X(06) VALUE SPACES.

       01 REG-TOTAL-LINE.
           02 RT-LABEL  PIC X(28).
           02 RT-ANGKA  PIC -(9)9.
           02 FILLER    PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "GAJIAN" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-GAJIAN.
            PERFORM BACA-TGL-USAHA.
            PERFORM MINTA-BULAN.
            PERFORM PERIKSA-BULAN-DIBAYAR.
            EVALUATE TRUE
                WHEN bulan-belum-tutup
                    CONTINUE
                WHEN bulan-sudah-dibayar
                    DISPLAY "Gaji bulan ", bulan-input,
                            " sudah pernah dibayar, run ditolak"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM MUAT-TARIF
                    PERFORM MUAT-JAM-KERJA
                    PERFORM MUAT-KASBON
                    PERFORM BUKA-LAPORAN-GAJI
                    PERFORM PROSES-KARYAWAN
                    PERFORM SIMPAN-KASBON
                    PERFORM CETAK-TOTAL-KONTROL
                    CLOSE SLIP-REPORT
                    CLOSE REGISTER-REPORT
                    CLOSE GAJI-FILE
            END-EVALUATE.
            MOVE "GAJIAN" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       INIT-GAJIAN.
            MOVE 0 TO agg-count.
            MOVE 0 TO tarif-count.
            MOVE 0 TO terbuka-count.
            MOVE 0 TO ctl-karyawan.
            MOVE 0 TO ctl-menit.
            MOVE 0 TO ctl-bruto.
            MOVE 0 TO ctl-potong.
            MOVE 0 TO ctl-neto.
            MOVE 0 TO ctl-kasbon.
            MOVE 0 TO kasbon-count.
            MOVE 0 TO ctl-nonaktif.
            MOVE 0 TO ctl-tanpa-tarif.

      *-----------------------
      * BULAN - bawaannya bulan sebelum tanggal usaha, karena gaji
      * dijalankan sesudah bulannya tutup; bulan berjalan atau
      * sesudahnya ditolak, karena bulan yang sudah dibayar tidak
      * bisa dibayar lagi dan shift sesudahnya tidak akan tergaji
      *-----------------------
       MINTA-BULAN.
            DISPLAY "Bulan gaji (YYYYMM, 0 = bulan lalu) : ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                MOVE WS-TGL-USAHA (1:6) TO BULAN-URAI-X
                IF BU-BULAN = 1
                    MOVE 12 TO BU-BULAN
                    SUBTRACT 1 FROM BU-TAHUN
                ELSE
                    SUBTRACT 1 FROM BU-BULAN
                END-IF
                MOVE BULAN-URAI-X TO bulan-input
            END-IF.
            DISPLAY "=== PENGGAJIAN BULAN ", bulan-input, " ===".
            MOVE "N" TO ws-bulan-jalan.
            IF bulan-input >= WS-TGL-USAHA (1:6)
                MOVE "Y" TO ws-bulan-jalan
                DISPLAY "Bulan ", bulan-input, " belum selesai ",
                        "(hari usaha ", WS-TGL-USAHA, "), run ditolak"
                MOVE 1 TO RETURN-CODE
            END-IF.

       PERIKSA-BULAN-DIBAYAR.
            MOVE "N" TO ws-sudah-gaji.
            OPEN INPUT GAJI-FILE.
            IF ws-gj-status = "00"
                PERFORM AMBIL-BARIS-GAJI
                    UNTIL ws-gj-status NOT = "00"
                CLOSE GAJI-FILE
            END-IF.

       AMBIL-BARIS-GAJI.
            READ GAJI-FILE
                AT END CONTINUE
                NOT AT END
                    IF GJ-BULAN = bulan-input
                        MOVE "Y" TO ws-sudah-gaji
                    END-IF
            END-READ.

       MUAT-TARIF.
            OPEN INPUT TARIF-FILE.
            IF ws-tf-status = "00"
                PERFORM AMBIL-BARIS-TARIF
                    UNTIL ws-tf-status NOT = "00"
                CLOSE TARIF-FILE
            ELSE
                DISPLAY "Tabel tarif (TARIF.txt) belum ada, semua ",
                        "karyawan bertarif 0"
            END-IF.

       AMBIL-BARIS-TARIF.
            READ TARIF-FILE
                AT END CONTINUE
                NOT AT END
                    IF tarif-count < 50 AND TF-TARIF IS NUMERIC
                        ADD 1 TO tarif-count
                        MOVE TF-JENIS  TO TRF-JENIS (tarif-count)
                        MOVE TF-KUNCI  TO TRF-KUNCI (tarif-count)
                        MOVE TF-TARIF  TO TRF-TARIF (tarif-count)
                        MOVE 150       TO TRF-LEMBUR (tarif-count)
                        IF TF-LEMBUR IS NUMERIC AND TF-LEMBUR > 0
                            MOVE TF-LEMBUR TO TRF-LEMBUR (tarif-count)
                        END-IF
                        MOVE 0         TO TRF-POTONG (tarif-count)
                        IF TF-POTONG IS NUMERIC
                            MOVE TF-POTONG TO TRF-POTONG (tarif-count)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * JAM KERJA - hanya shift yang sudah ditutup; shift yang
      * masih terbuka tidak dibayar sebelum dibetulkan atasan
      *-----------------------
       MUAT-JAM-KERJA.
            OPEN INPUT HADIR-FILE.
            IF ws-hd-status = "00"
                PERFORM AMBIL-BARIS-HADIR
                    UNTIL ws-hd-status NOT = "00"
                CLOSE HADIR-FILE
            ELSE
                DISPLAY "Berkas presensi (HADIR.txt) belum ada"
            END-IF.
            IF terbuka-count > 0
                DISPLAY "PERHATIAN: ", terbuka-count, " shift masih ",
                        "terbuka di bulan ini dan tidak dibayar"
            END-IF.

       AMBIL-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-DATE (1:6) = bulan-input
                        IF HD-STATUS = "C"
                            PERFORM REKAP-SHIFT
                        ELSE
                            ADD 1 TO terbuka-count
                        END-IF
                    END-IF
            END-READ.

       REKAP-SHIFT.
            MOVE "N" TO ws-ketemu.
            PERFORM CARI-AGG
                VARYING agg-idx FROM 1 BY 1
                UNTIL agg-idx > agg-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM agg-idx
            ELSE
                IF agg-count >= 100
                    DISPLAY "Tabel gaji penuh, karyawan ", HD-EMP,
                            " tidak direkap"
                    MOVE 0 TO agg-idx
                ELSE
                    ADD 1 TO agg-count
                    MOVE agg-count TO agg-idx
                    MOVE HD-EMP TO AGG-EMP (agg-idx)
                    MOVE 0 TO AGG-SHIFT (agg-idx)
                    MOVE 0 TO AGG-MENIT-REG (agg-idx)
                    MOVE 0 TO AGG-MENIT-OT (agg-idx)
                END-IF
            END-IF.
            IF agg-idx > 0
                ADD 1 TO AGG-SHIFT (agg-idx)
                IF HD-MENIT > 480
                    COMPUTE menit-ot = HD-MENIT - 480
                    ADD 480      TO AGG-MENIT-REG (agg-idx)
                    ADD menit-ot TO AGG-MENIT-OT (agg-idx)
                ELSE
                    ADD HD-MENIT TO AGG-MENIT-REG (agg-idx)
                END-IF
            END-IF.

       CARI-AGG.
            IF AGG-EMP (agg-idx) = HD-EMP
                MOVE "Y" TO ws-ketemu
            END-IF.

       MUAT-KASBON.
            OPEN INPUT KASBON-FILE.
            IF ws-kb-status = "00"
                PERFORM AMBIL-BARIS-KASBON
                    UNTIL ws-kb-status NOT = "00"
                CLOSE KASBON-FILE
            END-IF.

       AMBIL-BARIS-KASBON.
            READ KASBON-FILE
                AT END CONTINUE
                NOT AT END
                    IF KB-STATUS = "O"
                        IF kasbon-count >= 200
                            DISPLAY "Tabel kasbon penuh, kasbon ",
                                    KB-NO, " tidak dipotong bulan ini"
                        ELSE
                            ADD 1 TO kasbon-count
                            MOVE KB-NO      TO KBT-NO (kasbon-count)
                            MOVE KB-EMP     TO KBT-EMP (kasbon-count)
                            MOVE KB-CICILAN TO KBT-CICILAN
                                               (kasbon-count)
                            MOVE KB-SISA    TO KBT-SISA (kasbon-count)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * SIMPAN KASBON - sisa baru ditulis lewat KASBON.tmp; kasbon
      * yang sisanya habis ditandai lunas
      *-----------------------
       SIMPAN-KASBON.
            IF kasbon-count > 0
                OPEN INPUT KASBON-FILE
                OPEN OUTPUT KASBON-TMP
                PERFORM SALIN-BARIS-KASBON
                    UNTIL ws-kb-status NOT = "00"
                CLOSE KASBON-FILE
                CLOSE KASBON-TMP
                OPEN INPUT KASBON-TMP
                OPEN OUTPUT KASBON-FILE
                PERFORM SALIN-BALIK-KASBON
                    UNTIL ws-kt-status NOT = "00"
                CLOSE KASBON-TMP
                CLOSE KASBON-FILE
            END-IF.

       SALIN-BARIS-KASBON.
            READ KASBON-FILE
                AT END CONTINUE
                NOT AT END
                    IF KB-STATUS = "O"
                        PERFORM PASANG-SISA-KASBON
                            VARYING kasbon-idx FROM 1 BY 1
                            UNTIL kasbon-idx > kasbon-count
                    END-IF
                    MOVE SPACES        TO KASBON-KEEP
                    MOVE KASBON-RECORD TO KASBON-KEEP
                    WRITE KASBON-KEEP
            END-READ.

       PASANG-SISA-KASBON.
            IF KBT-NO (kasbon-idx) = KB-NO
                MOVE KBT-SISA (kasbon-idx) TO KB-SISA
                IF KB-SISA = 0
                    MOVE "L" TO KB-STATUS
                END-IF
            END-IF.

       SALIN-BALIK-KASBON.
            READ KASBON-TMP
                AT END CONTINUE
                NOT AT END
                    MOVE KASBON-KEEP TO KASBON-RECORD
                    WRITE KASBON-RECORD
            END-READ.

       BUKA-LAPORAN-GAJI.
            OPEN INPUT SLIP-REPORT.
            IF ws-sl-status = "00"
                CLOSE SLIP-REPORT
                OPEN EXTEND SLIP-REPORT
            ELSE
                OPEN OUTPUT SLIP-REPORT
            END-IF.
            OPEN INPUT REGISTER-REPORT.
            IF ws-rg-status = "00"
                CLOSE REGISTER-REPORT
                OPEN EXTEND REGISTER-REPORT
            ELSE
                OPEN OUTPUT REGISTER-REPORT
            END-IF.
            OPEN INPUT GAJI-FILE.
            IF ws-gj-status = "00"
                CLOSE GAJI-FILE
                OPEN EXTEND GAJI-FILE
            ELSE
                OPEN OUTPUT GAJI-FILE
            END-IF.
            MOVE bulan-input  TO RH-BULAN.
            MOVE WS-TGL-USAHA TO RH-TGL.
            MOVE REG-HEADER-LINE TO REGISTER-RECORD.
            PERFORM TULIS-BARIS-REGISTER.
            DISPLAY REG-HEADER-LINE.

      *-----------------------
      * PROSES KARYAWAN - register dibaca urut EMP-ID; karyawan
      * tidak aktif tidak digaji walau punya jam di bulan itu
      *-----------------------
       PROSES-KARYAWAN.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status NOT = "00"
                DISPLAY "Berkas karyawan (KARYAWAN.txt) belum ada"
            ELSE
                MOVE 0 TO EMP-ID
                START EMPLOYEE-FILE KEY IS > EMP-ID
                    INVALID KEY CONTINUE
                END-START
                IF ws-ef-status = "00"
                    PERFORM AMBIL-KARYAWAN
                        UNTIL ws-ef-status NOT = "00"
                END-IF
                CLOSE EMPLOYEE-FILE
            END-IF.

       AMBIL-KARYAWAN.
            READ EMPLOYEE-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE "N" TO ws-ketemu
                    PERFORM CARI-AGG-KARYAWAN
                        VARYING agg-idx FROM 1 BY 1
                        UNTIL agg-idx > agg-count OR sudah-ketemu
                    IF sudah-ketemu
                        SUBTRACT 1 FROM agg-idx
                        IF EMP-STATUS = "A"
                            PERFORM HITUNG-GAJI
                            PERFORM TULIS-GAJI
                            PERFORM CETAK-SLIP
                        ELSE
                            PERFORM CATAT-NONAKTIF
                        END-IF
                    END-IF
            END-READ.

       CARI-AGG-KARYAWAN.
            IF AGG-EMP (agg-idx) = EMP-ID
                MOVE "Y" TO ws-ketemu
            END-IF.

      *-----------------------
      * HITUNG GAJI - tarif khusus karyawan dulu, lalu tarif
      * perannya; tanpa tarif sama sekali gaji 0 dan ditandai di
      * register supaya dibetulkan sebelum dibayar
      *-----------------------
       HITUNG-GAJI.
            MOVE 0   TO pakai-tarif.
            MOVE 150 TO pakai-lembur.
            MOVE 0   TO pakai-potong.
            MOVE EMP-ID TO emp-id-x.
            MOVE "E" TO cari-jenis.
            MOVE emp-id-x TO cari-kunci.
            PERFORM CARI-TARIF.
            IF NOT sudah-ketemu
                MOVE "R" TO cari-jenis
                MOVE SPACES TO cari-kunci
                MOVE EMP-ROLE TO cari-kunci (1:1)
                PERFORM CARI-TARIF
            END-IF.
            IF sudah-ketemu
                MOVE TRF-TARIF (tarif-idx)  TO pakai-tarif
                MOVE TRF-LEMBUR (tarif-idx) TO pakai-lembur
                MOVE TRF-POTONG (tarif-idx) TO pakai-potong
            ELSE
                ADD 1 TO ctl-tanpa-tarif
            END-IF.
            COMPUTE bayar-reg ROUNDED =
                AGG-MENIT-REG (agg-idx) * pakai-tarif / 60.
            COMPUTE bayar-ot ROUNDED =
                AGG-MENIT-OT (agg-idx) * pakai-tarif * pakai-lembur
                / 6000.
            COMPUTE gaji-bruto = bayar-reg + bayar-ot.
            COMPUTE gaji-potong ROUNDED =
                gaji-bruto * pakai-potong / 10000.
            COMPUTE gaji-neto = gaji-bruto - gaji-potong.
            MOVE 0 TO gaji-kasbon.
            PERFORM POTONG-KASBON
                VARYING kasbon-idx FROM 1 BY 1
                UNTIL kasbon-idx > kasbon-count.
            SUBTRACT gaji-kasbon FROM gaji-neto.

      *-----------------------
      * POTONG KASBON - cicilan tidak pernah melebihi sisa kasbon
      * dan tidak membuat gaji bersih minus; kekurangannya terbawa
      * ke bulan berikutnya
      *-----------------------
       POTONG-KASBON.
            IF KBT-EMP (kasbon-idx) = EMP-ID
               AND KBT-SISA (kasbon-idx) > 0
                MOVE KBT-CICILAN (kasbon-idx) TO potong-satu
                IF potong-satu > KBT-SISA (kasbon-idx)
                    MOVE KBT-SISA (kasbon-idx) TO potong-satu
                END-IF
                COMPUTE sisa-neto = gaji-neto - gaji-kasbon
                IF sisa-neto < 0
                    MOVE 0 TO sisa-neto
                END-IF
                IF potong-satu > sisa-neto
                    MOVE sisa-neto TO potong-satu
                END-IF
                SUBTRACT potong-satu FROM KBT-SISA (kasbon-idx)
                ADD potong-satu TO gaji-kasbon
            END-IF.

       CARI-TARIF.
            MOVE "N" TO ws-ketemu.
            PERFORM UJI-TARIF
                VARYING tarif-idx FROM 1 BY 1
                UNTIL tarif-idx > tarif-count OR sudah-ketemu.
            IF sudah-ketemu
                SUBTRACT 1 FROM tarif-idx
            END-IF.

       UJI-TARIF.
            IF TRF-JENIS (tarif-idx) = cari-jenis
               AND TRF-KUNCI (tarif-idx) = cari-kunci
                MOVE "Y" TO ws-ketemu
            END-IF.

       TULIS-GAJI.
            MOVE SPACES                  TO GAJI-RECORD.
            MOVE bulan-input             TO GJ-BULAN.
            MOVE EMP-ID                  TO GJ-EMP.
            MOVE EMP-ROLE                TO GJ-ROLE.
            MOVE AGG-SHIFT (agg-idx)     TO GJ-SHIFT.
            MOVE AGG-MENIT-REG (agg-idx) TO GJ-MENIT-REG.
            MOVE AGG-MENIT-OT (agg-idx)  TO GJ-MENIT-OT.
            MOVE pakai-tarif             TO GJ-TARIF.
            MOVE gaji-bruto              TO GJ-BRUTO.
            MOVE gaji-potong             TO GJ-POTONG.
            MOVE gaji-neto               TO GJ-NETO.
            MOVE WS-TGL-USAHA            TO GJ-TGL.
            MOVE gaji-kasbon             TO GJ-KASBON.
            WRITE GAJI-RECORD.
            IF ws-gj-status NOT = "00"
                DISPLAY "Gagal menulis GAJI.txt, status ",
                        ws-gj-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            ADD 1 TO ctl-karyawan.
            ADD AGG-MENIT-REG (agg-idx) TO ctl-menit.
            ADD AGG-MENIT-OT (agg-idx)  TO ctl-menit.
            ADD gaji-bruto  TO ctl-bruto.
            ADD gaji-potong TO ctl-potong.
            ADD gaji-neto   TO ctl-neto.
            ADD gaji-kasbon TO ctl-kasbon.
            MOVE EMP-ID   TO RD-EMP.
            MOVE EMP-NAMA TO RD-NAMA.
            MOVE EMP-ROLE TO RD-ROLE.
            MOVE AGG-SHIFT (agg-idx) TO RD-SHIFT.
            COMPUTE menit-total = AGG-MENIT-REG (agg-idx)
                                + AGG-MENIT-OT (agg-idx).
            DIVIDE menit-total BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            MOVE jam-tampil   TO RD-JAM.
            MOVE menit-tampil TO RD-MENIT.
            MOVE gaji-bruto   TO RD-BRUTO.
            MOVE gaji-potong  TO RD-POTONG.
            MOVE gaji-kasbon  TO RD-KASBON.
            MOVE gaji-neto    TO RD-NETO.
            IF pakai-tarif = 0
                MOVE "TARIF BELUM ADA" TO RD-KET
            ELSE
                MOVE SPACES TO RD-KET
            END-IF.
            MOVE REG-DETAIL-LINE TO REGISTER-RECORD.
            PERFORM TULIS-BARIS-REGISTER.
            DISPLAY REG-DETAIL-LINE.

       CATAT-NONAKTIF.
            ADD 1 TO ctl-nonaktif.
            MOVE EMP-ID   TO RD-EMP.
            MOVE EMP-NAMA TO RD-NAMA.
            MOVE EMP-ROLE TO RD-ROLE.
            MOVE AGG-SHIFT (agg-idx) TO RD-SHIFT.
            MOVE 0 TO RD-JAM.
            MOVE 0 TO RD-MENIT.
            MOVE 0 TO RD-BRUTO.
            MOVE 0 TO RD-POTONG.
            MOVE 0 TO RD-KASBON.
            MOVE 0 TO RD-NETO.
            MOVE "TIDAK AKTIF" TO RD-KET.
            MOVE REG-DETAIL-LINE TO REGISTER-RECORD.
            PERFORM TULIS-BARIS-REGISTER.
            DISPLAY REG-DETAIL-LINE.

       CETAK-SLIP.
            MOVE bulan-input TO SH-BULAN.
            MOVE EMP-ID      TO SH-EMP.
            MOVE EMP-NAMA    TO SH-NAMA.
            MOVE SLIP-HEADER-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.
            MOVE "Jam normal     :" TO SJ-LABEL.
            DIVIDE AGG-MENIT-REG (agg-idx) BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            MOVE jam-tampil   TO SJ-JAM.
            MOVE menit-tampil TO SJ-MENIT.
            MOVE bayar-reg    TO SJ-RP.
            MOVE SLIP-JAM-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.
            MOVE "Lembur         :" TO SJ-LABEL.
            DIVIDE AGG-MENIT-OT (agg-idx) BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            MOVE jam-tampil   TO SJ-JAM.
            MOVE menit-tampil TO SJ-MENIT.
            MOVE bayar-ot     TO SJ-RP.
            MOVE SLIP-JAM-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.
            MOVE "Gaji bruto                  :" TO SR-LABEL.
            MOVE gaji-bruto TO SR-RP.
            MOVE SLIP-RP-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.
            MOVE "Potongan                    :" TO SR-LABEL.
            MOVE gaji-potong TO SR-RP.
            MOVE SLIP-RP-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.
            IF gaji-kasbon > 0
                MOVE "Cicilan kasbon              :" TO SR-LABEL
                MOVE gaji-kasbon TO SR-RP
                MOVE SLIP-RP-LINE TO SLIP-RECORD
                PERFORM TULIS-BARIS-SLIP
            END-IF.
            MOVE "Gaji bersih                 :" TO SR-LABEL.
            MOVE gaji-neto TO SR-RP.
            MOVE SLIP-RP-LINE TO SLIP-RECORD.
            PERFORM TULIS-BARIS-SLIP.

       TULIS-BARIS-SLIP.
            WRITE SLIP-RECORD.
            IF ws-sl-status NOT = "00"
                DISPLAY "Gagal menulis SLIPGAJI.txt, status ",
                        ws-sl-status
                MOVE 1 TO RETURN-CODE
            END-IF.

       TULIS-BARIS-REGISTER.
            WRITE REGISTER-RECORD.
            IF ws-rg-status NOT = "00"
                DISPLAY "Gagal menulis GAJIREG.txt, status ",
                        ws-rg-status
                MOVE 1 TO RETURN-CODE
            END-IF.

      *-----------------------
      * TOTAL KONTROL - jumlah slip, menit, bruto, potongan dan
      * bersih harus sama dengan penjumlahan baris GAJI.txt bulan
      * ini; bagian keuangan mencocokkan angka ini sebelum transfer
      *-----------------------
       CETAK-TOTAL-KONTROL.
            MOVE "Karyawan digaji           :" TO RT-LABEL.
            MOVE ctl-karyawan TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Karyawan tidak aktif      :" TO RT-LABEL.
            MOVE ctl-nonaktif TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Karyawan tanpa tarif      :" TO RT-LABEL.
            MOVE ctl-tanpa-tarif TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Total menit kerja         :" TO RT-LABEL.
            MOVE ctl-menit TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Total bruto            Rp :" TO RT-LABEL.
            MOVE ctl-bruto TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Total potongan         Rp :" TO RT-LABEL.
            MOVE ctl-potong TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Total cicilan kasbon   Rp :" TO RT-LABEL.
            MOVE ctl-kasbon TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.
            MOVE "Total dibayar          Rp :" TO RT-LABEL.
            MOVE ctl-neto TO RT-ANGKA.
            PERFORM TULIS-TOTAL-KONTROL.

       TULIS-TOTAL-KONTROL.
            MOVE REG-TOTAL-LINE TO REGISTER-RECORD.
            PERFORM TULIS-BARIS-REGISTER.
            DISPLAY REG-TOTAL-LINE.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
