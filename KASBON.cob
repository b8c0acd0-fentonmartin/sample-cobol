       IDENTIFICATION DIVISION.
       PROGRAM-ID. KASBON.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY KASBSEL.
           COPY KARYSEL.
           COPY PAIDSEL.
           SELECT KASBON-REPORT ASSIGN TO "KASBLAP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY CHGSEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY KASBFD.

           COPY KARYFD.

           COPY PAIDFD.

       FD KASBON-REPORT.
       01 KASBON-REPORT-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY CHGFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-kb-status  pic X(02).
       77 ws-ef-status  pic X(02).
       77 ws-pd-status  pic X(02).
       77 ws-rpt-status pic X(02).
       77 ws-tgl        pic 9(08).
       77 ws-time       pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       COPY NOMORWS.
       77 mode-input    pic X(01).
           88 mode-beri    value "B", "b".
           88 mode-laporan value "L", "l".
       77 emp-input     pic 9(04).
       77 emp-nama-ok   pic X(15).
       77 ws-emp-sah    pic X value "N".
           88 karyawan-sah value "Y".
       77 jumlah-input  pic 9(08).
       77 bulan-cicil   pic 9(02).
       77 cicilan       pic 9(08).
       77 laci-input    pic X(01).
           88 dari-laci    value "Y", "y".
       77 register-input pic 9(02).
       77 kasbon-no     pic 9(05) value 0.
       77 sisa-karyawan pic 9(08) value 0.
       77 beri-count    pic 9(03) value 0.
       77 buka-count    pic 9(04) value 0.
       77 total-sisa    pic 9(09) value 0.
       77 ws-karyf-buka pic X value "N".
           88 karyawan-terbuka value "Y".

       01 KASBON-HEADER-LINE.
           02 FILLER    PIC X(27) VALUE "=== SALDO KASBON KARYAWAN -".
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(60) VALUE SPACES.

       01 KASBON-DETAIL-LINE.
           02 KD-NO     PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KD-EMP    PIC 9(04).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KD-NAMA   PIC X(15).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 KD-TGL    PIC 9(08).
           02 FILLER    PIC X(07) VALUE " pinjam".
           02 KD-JUMLAH PIC Z(7)9.
           02 FILLER    PIC X(08) VALUE " cicilan".
           02 KD-CICIL  PIC Z(7)9.
           02 FILLER    PIC X(05) VALUE " sisa".
           02 KD-SISA   PIC Z(7)9.
           02 FILLER    PIC X(21) VALUE SPACES.

       01 KASBON-TOTAL-LINE.
           02 FILLER    PIC X(17) VALUE "Kasbon berjalan: ".
           02 KT-COUNT  PIC ZZZ9.
           02 FILLER    PIC X(21) VALUE "  Total sisa      Rp ".
           02 KT-SISA   PIC Z(8)9.
           02 FILLER    PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "KASBON" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO beri-count.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== KASBON KARYAWAN ===".
            DISPLAY "Mode (B)eri kasbon / (L)aporan saldo : ".
            ACCEPT mode-input.
            IF mode-laporan
                PERFORM LAPORAN-SALDO
            ELSE
                MOVE WS-TGL-USAHA TO WS-PRD-TGL
                MOVE "Y"          TO WS-PRD-ALIH
                PERFORM UJI-TGL-POSTING
                MOVE WS-TGL-USAHA TO ws-tgl
                IF WS-PRD-BUKA
                    MOVE SPACE TO TAMBAH-DATA
                    PERFORM BERI-SATU UNTIL TIDAK
                    DISPLAY beri-count, " kasbon dicatat"
                END-IF
            END-IF.
            MOVE "KASBON" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * BERI KASBON - hanya untuk karyawan aktif; cicilan per bulan
      * dibulatkan ke atas supaya lunas dalam jumlah bulan yang
      * disepakati.  Uang dari laci dicatat juga sebagai paid-out
      * supaya RECON tetap seimbang.
      *-----------------------
       BERI-SATU.
            DISPLAY "ID karyawan (4 angka)         : ".
            ACCEPT emp-input.
            PERFORM PERIKSA-KARYAWAN.
            IF karyawan-sah
                PERFORM HITUNG-SISA-KARYAWAN
                DISPLAY emp-input, " ", emp-nama-ok,
                        " - sisa kasbon berjalan Rp ", sisa-karyawan
                DISPLAY "Jumlah kasbon (Rp)            : "
                ACCEPT jumlah-input
                DISPLAY "Dicicil berapa bulan (1-24)   : "
                ACCEPT bulan-cicil
                IF bulan-cicil < 1 OR bulan-cicil > 24
                    MOVE 1 TO bulan-cicil
                END-IF
                DISPLAY "Dibayar dari laci kasir? Y/T  : "
                ACCEPT laci-input
                MOVE 0 TO register-input
                IF dari-laci
                    DISPLAY "No. register (1-9)            : "
                    ACCEPT register-input
                END-IF
                IF jumlah-input = 0
                    DISPLAY "Jumlah 0, tidak dicatat"
                ELSE
                    COMPUTE cicilan =
                        (jumlah-input + bulan-cicil - 1) / bulan-cicil
                    PERFORM NOMOR-KASBON-BERIKUT
                    IF kasbon-no = 0
                        DISPLAY "Nomor kasbon tidak dapat ditarik, ",
                                "kasbon tidak dicatat"
                    ELSE
                        PERFORM TULIS-KASBON
                        IF dari-laci
                            PERFORM TULIS-PAIDOUT
                        END-IF
                        ADD 1 TO beri-count
                    END-IF
                END-IF
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

       PERIKSA-KARYAWAN.
            MOVE "N" TO ws-emp-sah.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status NOT = "00"
                DISPLAY "Berkas karyawan (KARYAWAN.txt) belum ada"
            ELSE
                MOVE emp-input TO EMP-ID
                READ EMPLOYEE-FILE
                    INVALID KEY
                        DISPLAY "ID ", emp-input, " tidak ditemukan"
                    NOT INVALID KEY
                        IF EMP-STATUS NOT = "A"
                            DISPLAY "Karyawan ", EMP-ID,
                                    " tidak aktif, kasbon ditolak"
                        ELSE
                            MOVE "Y" TO ws-emp-sah
                            MOVE EMP-NAMA TO emp-nama-ok
                        END-IF
                END-READ
                CLOSE EMPLOYEE-FILE
            END-IF.

      *-----------------------
      * sisa kasbon karyawan ini dan nomor kasbon tertinggi di
      * berkas diambil dalam satu kali baca berkas
      *-----------------------
       HITUNG-SISA-KARYAWAN.
            MOVE 0 TO sisa-karyawan.
            MOVE 0 TO kasbon-no.
            OPEN INPUT KASBON-FILE.
            IF ws-kb-status = "00"
                PERFORM AMBIL-BARIS-SISA
                    UNTIL ws-kb-status NOT = "00"
                CLOSE KASBON-FILE
            END-IF.

       AMBIL-BARIS-SISA.
            READ KASBON-FILE
                AT END CONTINUE
                NOT AT END
                    IF KB-NO > kasbon-no
                        MOVE KB-NO TO kasbon-no
                    END-IF
                    IF KB-EMP = emp-input AND KB-STATUS = "O"
                        ADD KB-SISA TO sisa-karyawan
                    END-IF
            END-READ.

      *    nomor kasbon ditarik dari seri KASBON lewat NOMORGEN;
      *    seri yang belum ada dibuka dari nomor tertinggi yang
      *    terbaca HITUNG-SISA-KARYAWAN
       NOMOR-KASBON-BERIKUT.
            MOVE "KASBON" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                MOVE kasbon-no TO NM-AWAL
                MOVE 99999     TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO kasbon-no.
            IF NOMOR-OK
                MOVE NM-NOMOR TO kasbon-no
            END-IF.

       TULIS-KASBON.
            OPEN INPUT KASBON-FILE.
            IF ws-kb-status = "00"
                CLOSE KASBON-FILE
                OPEN EXTEND KASBON-FILE
            ELSE
                OPEN OUTPUT KASBON-FILE
            END-IF.
            MOVE SPACES         TO KASBON-RECORD.
            MOVE kasbon-no      TO KB-NO.
            MOVE emp-input      TO KB-EMP.
            MOVE ws-tgl         TO KB-TGL.
            MOVE jumlah-input   TO KB-JUMLAH.
            MOVE cicilan        TO KB-CICILAN.
            MOVE jumlah-input   TO KB-SISA.
            MOVE "O"            TO KB-STATUS.
            MOVE register-input TO KB-REG.
            MOVE WS-SESI-ID     TO KB-OPER.
            WRITE KASBON-RECORD.
            IF ws-kb-status NOT = "00"
                DISPLAY "Gagal mencatat kasbon, status ",
                        ws-kb-status
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "Kasbon ", kasbon-no, " Rp ", jumlah-input,
                        " dicicil Rp ", cicilan, " per bulan"
                MOVE "KASBON"     TO WS-CHG-FILE
                MOVE "T"          TO WS-CHG-AKSI
                MOVE kasbon-no    TO WS-CHG-KUNCI
                MOVE "JUMLAH"     TO WS-CHG-FIELD
                MOVE SPACES       TO WS-CHG-LAMA
                MOVE jumlah-input TO WS-CHG-BARU
                PERFORM CATAT-PERUBAHAN
            END-IF.
            CLOSE KASBON-FILE.

       TULIS-PAIDOUT.
            OPEN INPUT PAIDOUT-FILE.
            IF ws-pd-status = "00"
                CLOSE PAIDOUT-FILE
                OPEN EXTEND PAIDOUT-FILE
            ELSE
                OPEN OUTPUT PAIDOUT-FILE
            END-IF.
            ACCEPT ws-time FROM TIME.
            MOVE SPACES         TO PAIDOUT-RECORD.
            MOVE ws-tgl         TO PD-DATE.
            MOVE ws-time        TO PD-TIME.
            MOVE register-input TO PD-REG.
            MOVE "P"            TO PD-TYPE.
            MOVE jumlah-input   TO PD-AMOUNT.
            STRING "KASBON " emp-input " #" kasbon-no
                DELIMITED BY SIZE INTO PD-REASON.
            MOVE WS-SESI-ID     TO PD-OPER.
            WRITE PAIDOUT-RECORD.
            IF ws-pd-status NOT = "00"
                DISPLAY "Gagal mencatat paid-out kasbon, status ",
                        ws-pd-status
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "Paid-out register ", register-input,
                        " Rp ", jumlah-input, " dicatat"
            END-IF.
            CLOSE PAIDOUT-FILE.

      *-----------------------
      * LAPORAN SALDO - semua kasbon yang belum lunas, termasuk
      * milik karyawan yang sudah keluar (ditagih di luar gaji)
      *-----------------------
       LAPORAN-SALDO.
            MOVE 0 TO buka-count.
            MOVE 0 TO total-sisa.
            OPEN INPUT KASBON-REPORT.
            IF ws-rpt-status = "00"
                CLOSE KASBON-REPORT
                OPEN EXTEND KASBON-REPORT
            ELSE
                OPEN OUTPUT KASBON-REPORT
            END-IF.
            MOVE ws-tgl TO KH-TGL.
            MOVE KASBON-HEADER-LINE TO KASBON-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY KASBON-HEADER-LINE.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status = "00"
                MOVE "Y" TO ws-karyf-buka
            ELSE
                MOVE "N" TO ws-karyf-buka
            END-IF.
            OPEN INPUT KASBON-FILE.
            IF ws-kb-status = "00"
                PERFORM AMBIL-BARIS-LAPORAN
                    UNTIL ws-kb-status NOT = "00"
                CLOSE KASBON-FILE
            ELSE
                DISPLAY "Belum ada kasbon (KASBON.txt)"
            END-IF.
            IF karyawan-terbuka
                CLOSE EMPLOYEE-FILE
            END-IF.
            MOVE buka-count TO KT-COUNT.
            MOVE total-sisa TO KT-SISA.
            MOVE KASBON-TOTAL-LINE TO KASBON-REPORT-RECORD.
            PERFORM TULIS-BARIS-LAPORAN.
            DISPLAY KASBON-TOTAL-LINE.
            CLOSE KASBON-REPORT.

       AMBIL-BARIS-LAPORAN.
            READ KASBON-FILE
                AT END CONTINUE
                NOT AT END
                    IF KB-STATUS = "O"
                        ADD 1 TO buka-count
                        ADD KB-SISA TO total-sisa
                        MOVE "(tidak dikenal)" TO KD-NAMA
                        IF karyawan-terbuka
                            MOVE KB-EMP TO EMP-ID
                            READ EMPLOYEE-FILE
                                INVALID KEY CONTINUE
                                NOT INVALID KEY
                                    MOVE EMP-NAMA TO KD-NAMA
                            END-READ
                        END-IF
                        MOVE KB-NO      TO KD-NO
                        MOVE KB-EMP     TO KD-EMP
                        MOVE KB-TGL     TO KD-TGL
                        MOVE KB-JUMLAH  TO KD-JUMLAH
                        MOVE KB-CICILAN TO KD-CICIL
                        MOVE KB-SISA    TO KD-SISA
                        MOVE KASBON-DETAIL-LINE TO KASBON-REPORT-RECORD
                        PERFORM TULIS-BARIS-LAPORAN
                        DISPLAY KASBON-DETAIL-LINE
                    END-IF
            END-READ.

       TULIS-BARIS-LAPORAN.
            WRITE KASBON-REPORT-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis KASBLAP.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.

           COPY CHGTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY NOMORAMB.
