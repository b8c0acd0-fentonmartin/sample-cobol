       IDENTIFICATION DIVISION.
       PROGRAM-ID. KONVIDX.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT KONV-LAMA ASSIGN TO DYNAMIC WS-NAMA-BERKAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LV-STATUS.
           SELECT KONV-SALIN ASSIGN TO DYNAMIC WS-NAMA-SALIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-STATUS.
           SELECT KONV-MARKER ASSIGN TO "KONVIDX.ok"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MK-STATUS.
           SELECT TGL-MARKER ASSIGN TO "KONVTGL.ok"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TG-STATUS.
           COPY BAHANSEL.
           COPY MEMBSEL.
           COPY AKUNSEL.
           COPY VOCSEL.
           COPY LOTSEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY BDATESEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * master lama (teks baris) dan salinannya; salinan .lama
      * dibiarkan sesudah konversi sebagai cadangan
      *-----------------------
       FD KONV-LAMA.
       01 LAMA-RECORD PIC X(150).

       FD KONV-SALIN.
       01 SALIN-RECORD PIC X(150).

       FD KONV-MARKER.
       01 MARKER-RECORD.
           02 MK-DATE PIC 9(08).

       FD TGL-MARKER.
       01 TGL-MARKER-RECORD PIC X(08).

           COPY BAHANFD.

           COPY MEMBFD.

           COPY AKUNFD.

           COPY VOCFD.

           COPY LOTFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY BDATEFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-lv-status pic X(02).
       77 ws-sl-status pic X(02).
       77 ws-mk-status pic X(02).
       77 ws-tg-status pic X(02).
       77 ws-bh-status pic X(02).
       77 ws-mb-status pic X(02).
       77 ws-ac-status pic X(02).
       77 ws-vc-status pic X(02).
       77 ws-lt-status pic X(02).
       77 ws-tgl-ok    pic X value "N".
           88 KONVTGL-SUDAH value "Y".
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 ws-nama-berkas pic X(12).
       77 ws-nama-salin  pic X(13).
       77 ws-tulis-status pic X(02).
       77 berkas-idx   pic 9(02) comp.
       77 berkas-awal  pic 9(02) comp.
       77 ws-lot-qty    pic S9(07).
       77 ws-lot-indeks pic X value "N".
           88 LOT-SUDAH-INDEKS value "Y".
       77 baris-count  pic 9(06) value 0.
       77 ganda-count  pic 9(05) value 0.
       77 total-count  pic 9(07) value 0.

      *-----------------------
      * master yang dijadikan berkas ber-indeks: nama berkas hidup
      * dan nama salinan teks lamanya.  Lot bahan (nomor 5) datang
      * belakangan dan boleh dikonversi sesudah KONVIDX.ok ada.
      *-----------------------
       01 KONV-DATA.
           05 FILLER PIC X(25) VALUE "BAHAN.txt   BAHAN.lama   ".
           05 FILLER PIC X(25) VALUE "MEMBER.txt  MEMBER.lama  ".
           05 FILLER PIC X(25) VALUE "AKUN.txt    AKUN.lama    ".
           05 FILLER PIC X(25) VALUE "VOUCHER.txt VOUCHER.lama ".
           05 FILLER PIC X(25) VALUE "BAHANLOT.txtBAHANLOT.lama".
       01 KONV-TABEL REDEFINES KONV-DATA.
           05 KONV-ENTRY OCCURS 5 TIMES.
               10 KV-NAMA  PIC X(12).
               10 KV-SALIN PIC X(13).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * KONVERSI SATU KALI teks baris -> ber-indeks: BAHAN, MEMBER,
      * AKUN, VOUCHER dan BAHANLOT disalin apa adanya ke
      * <nama>.lama lalu dibangun ulang sebagai berkas ber-indeks
      * dengan kode/nomornya sebagai kunci, sehingga kasir dan
      * program lain membaca dan menulis ulang satu record tanpa
      * menyalin seluruh berkas.  Penanda KONVIDX.ok mencegah
      * konversi jalan dua kali -- run kedua akan membaca berkas
      * ber-indeks sebagai teks.  Bila penanda sudah ada tetapi
      * BAHANLOT.txt masih teks, hanya lot yang dikonversi.  Kolom
      * tanggal VOUCHER harus sudah empat digit (KONVTGL) lebih dulu.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "KONVIDX" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== KONVERSI MASTER KE BERKAS BER-INDEKS ===".
            MOVE "N" TO ws-tgl-ok.
            OPEN INPUT TGL-MARKER.
            IF WS-TG-STATUS = "00"
                CLOSE TGL-MARKER
                MOVE "Y" TO ws-tgl-ok
            END-IF.
            MOVE 1 TO berkas-awal.
            OPEN INPUT KONV-MARKER.
            IF WS-MK-STATUS = "00"
                CLOSE KONV-MARKER
                MOVE 5 TO berkas-awal
                PERFORM PERIKSA-LOT-INDEKS
            END-IF.
            EVALUATE TRUE
                WHEN berkas-awal = 5 AND LOT-SUDAH-INDEKS
                    DISPLAY "Konversi sudah pernah dijalankan ",
                            "(KONVIDX.ok ada), tidak diulang"
                    MOVE 1 TO RETURN-CODE
                WHEN NOT KONVTGL-SUDAH
                    DISPLAY "Konversi tahun 4 digit (KONVTGL) belum ",
                            "dijalankan; jalankan itu dulu"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    PERFORM KONVERSI-SATU-BERKAS
                        VARYING berkas-idx FROM berkas-awal BY 1
                        UNTIL berkas-idx > 5
                    PERFORM TULIS-MARKER
                    DISPLAY "Konversi selesai, ", total-count,
                            " record, ", ganda-count, " kunci ganda"
                    IF ganda-count > 0
                        DISPLAY "Record berkunci ganda hanya ada di ",
                                "salinan .lama, periksa dan masukkan ",
                                "ulang lewat program admin"
                        MOVE 1 TO RETURN-CODE
                    END-IF
            END-EVALUATE.
            MOVE "KONVIDX" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * satu master: salin teks lamanya ke .lama, lalu tulis setiap
      * baris tak kosong ke berkas ber-indeks yang baru
      *-----------------------
       KONVERSI-SATU-BERKAS.
            MOVE KV-NAMA (berkas-idx)  TO ws-nama-berkas.
            MOVE KV-SALIN (berkas-idx) TO ws-nama-salin.
            MOVE 0 TO baris-count.
            MOVE "N" TO ws-lot-indeks.
            IF berkas-idx = 5
                PERFORM PERIKSA-LOT-INDEKS
            END-IF.
            OPEN INPUT KONV-LAMA.
            EVALUATE TRUE
                WHEN WS-LV-STATUS NOT = "00"
                    DISPLAY ws-nama-berkas, " belum ada, dilewati"
                WHEN LOT-SUDAH-INDEKS
                    CLOSE KONV-LAMA
                    DISPLAY ws-nama-berkas, " sudah ber-indeks, ",
                            "dilewati"
                WHEN OTHER
                    PERFORM KONVERSI-ISI-BERKAS
            END-EVALUATE.

      *    BAHANLOT.txt yang terbuka sebagai berkas ber-indeks (atau
      *    belum ada) tidak perlu dikonversi
       PERIKSA-LOT-INDEKS.
            MOVE "N" TO ws-lot-indeks.
            OPEN INPUT LOT-FILE.
            IF WS-LT-STATUS = "00"
                CLOSE LOT-FILE
            END-IF.
            IF WS-LT-STATUS = "00" OR WS-LT-STATUS = "35"
                MOVE "Y" TO ws-lot-indeks
            END-IF.

       KONVERSI-ISI-BERKAS.
            OPEN OUTPUT KONV-SALIN.
            PERFORM SALIN-KE-LAMA
                UNTIL WS-LV-STATUS NOT = "00".
            CLOSE KONV-LAMA.
            CLOSE KONV-SALIN.
            OPEN INPUT KONV-SALIN.
            PERFORM BUKA-MASTER-BARU.
            PERFORM TULIS-RECORD-BARU
                UNTIL WS-SL-STATUS NOT = "00".
            CLOSE KONV-SALIN.
            PERFORM TUTUP-MASTER-BARU.
            DISPLAY ws-nama-berkas, " : ", baris-count,
                    " record dikonversi, salinan lama di ",
                    ws-nama-salin.
            ADD baris-count TO total-count.

       SALIN-KE-LAMA.
            READ KONV-LAMA
                AT END CONTINUE
                NOT AT END
                    MOVE LAMA-RECORD TO SALIN-RECORD
                    WRITE SALIN-RECORD
            END-READ.

       BUKA-MASTER-BARU.
            EVALUATE berkas-idx
                WHEN 1 OPEN OUTPUT BAHAN-FILE
                WHEN 2 OPEN OUTPUT MEMBER-FILE
                WHEN 3 OPEN OUTPUT AKUN-FILE
                WHEN 4 OPEN OUTPUT VOUCHER-FILE
                WHEN 5 OPEN OUTPUT LOT-FILE
                       CLOSE LOT-FILE
                       OPEN I-O LOT-FILE
            END-EVALUATE.

       TUTUP-MASTER-BARU.
            EVALUATE berkas-idx
                WHEN 1 CLOSE BAHAN-FILE
                WHEN 2 CLOSE MEMBER-FILE
                WHEN 3 CLOSE AKUN-FILE
                WHEN 4 CLOSE VOUCHER-FILE
                WHEN 5 CLOSE LOT-FILE
            END-EVALUATE.

       TULIS-RECORD-BARU.
            READ KONV-SALIN
                AT END CONTINUE
                NOT AT END
                    IF SALIN-RECORD NOT = SPACES
                        PERFORM TULIS-SATU-RECORD
                    END-IF
            END-READ.

       TULIS-SATU-RECORD.
            MOVE "00" TO ws-tulis-status.
            EVALUATE berkas-idx
                WHEN 1
                    MOVE SALIN-RECORD TO BAHAN-RECORD
                    WRITE BAHAN-RECORD
                        INVALID KEY
                            MOVE "22" TO ws-tulis-status
                            DISPLAY "Kunci ganda BAHAN: ", BH-KODE
                    END-WRITE
                WHEN 2
                    MOVE SALIN-RECORD TO MEMBER-RECORD
                    WRITE MEMBER-RECORD
                        INVALID KEY
                            MOVE "22" TO ws-tulis-status
                            DISPLAY "Kunci ganda MEMBER: ", MB-NO
                    END-WRITE
                WHEN 3
                    MOVE SALIN-RECORD TO AKUN-RECORD
                    WRITE AKUN-RECORD
                        INVALID KEY
                            MOVE "22" TO ws-tulis-status
                            DISPLAY "Kunci ganda AKUN: ", AC-NO
                    END-WRITE
                WHEN 4
                    MOVE SALIN-RECORD TO VOUCHER-RECORD
                    WRITE VOUCHER-RECORD
                        INVALID KEY
                            MOVE "22" TO ws-tulis-status
                            DISPLAY "Kunci ganda VOUCHER: ", VC-NO
                    END-WRITE
                WHEN 5
                    MOVE SALIN-RECORD TO LOT-RECORD
                    PERFORM TULIS-LOT-BARU
            END-EVALUATE.
            EVALUATE ws-tulis-status
                WHEN "00" ADD 1 TO baris-count
                WHEN "XX" CONTINUE
                WHEN OTHER ADD 1 TO ganda-count
            END-EVALUATE.

      *    lot yang habis tidak dibawa; baris kembar kunci yang sama
      *    (teks lama tidak menjaganya) dijumlahkan ke satu lot
       TULIS-LOT-BARU.
            IF LT-QTY NOT > 0
                MOVE "XX" TO ws-tulis-status
            ELSE
                MOVE LT-QTY TO ws-lot-qty
                WRITE LOT-RECORD
                    INVALID KEY
                        READ LOT-FILE
                            INVALID KEY
                                MOVE "22" TO ws-tulis-status
                            NOT INVALID KEY
                                ADD ws-lot-qty TO LT-QTY
                                REWRITE LOT-RECORD
                                    INVALID KEY
                                        MOVE "22" TO ws-tulis-status
                                END-REWRITE
                        END-READ
                END-WRITE
                IF ws-tulis-status NOT = "00"
                    DISPLAY "Lot gagal dikonversi: ", LT-KODE, " ",
                            LT-LOT
                END-IF
            END-IF.

       TULIS-MARKER.
            OPEN OUTPUT KONV-MARKER.
            MOVE WS-TGL-USAHA TO MK-DATE.
            WRITE MARKER-RECORD.
            CLOSE KONV-MARKER.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
