           SELECT FLOAT-FILE ASSIGN TO "FLOAT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FL-STATUS.
           COPY BAHANSEL.
           SELECT RESEP-FILE ASSIGN TO "RESEP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-STATUS.
           COPY MEMBSEL.
           COPY AKUNSEL.
           COPY VOCSEL.
           COPY NOMORSEL.
           COPY LOTSEL.
           SELECT BKP1-FILE ASSIGN TO "BKP1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-B1-STATUS.
       01 RG-RECORD PIC X(20).

       FD JRN-FILE.
       01 JRN-RECORD PIC X(250).

       FD CKPT5A-FILE.
       01 CKPT5A-RECORD PIC X(30).
       01 STOK-RECORD PIC X(20).

       FD ITEM-FILE.
       01 ITEM-RECORD PIC X(37).

       FD HIST-FILE.
       01 HIST-RECORD PIC X(60).
       FD FLOAT-FILE.
       01 FLOAT-RECORD PIC X(20).

           COPY BAHANFD.

       FD RESEP-FILE.
       01 RESEP-RECORD PIC X(20).

           COPY MEMBFD.

           COPY AKUNFD.

           COPY VOCFD.

           COPY NOMORFD.

           COPY LOTFD.

      *-----------------------
      * wadah cadangan: semua record berkas hidup masuk satu berkas
      * per generasi, diberi etiket nama berkas asalnya, sehingga
       FD BKP1-FILE.
       01 BKP1-RECORD.
           02 B1-TAG  PIC X(08).
           02 B1-DATA PIC X(250).

       FD BKP2-FILE.
       01 BKP2-RECORD.
           02 B2-TAG  PIC X(08).
           02 B2-DATA PIC X(250).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
       77 ws-fl-status pic X(02).
       77 ws-bh-status pic X(02).
       77 ws-re-status pic X(02).
       77 ws-mb-status pic X(02).
       77 ws-ac-status pic X(02).
       77 ws-vc-status pic X(02).
       77 ws-nr-status pic X(02).
       77 ws-lt-status pic X(02).
       77 ws-b1-status pic X(02).
       77 ws-b2-status pic X(02).
       77 ws-mf-status pic X(02).
       COPY AUDITWS.

      *-----------------------
      * hitungan record per berkas: indeks tetap 1-22 sesuai
      * TAG-TABEL.  JURNAL dan JRNLDET ditulis berpasangan oleh
      * kasir, jadi keduanya wajib ikut supaya restore tidak
      * memisahkan header struk dari barisan detailnya.  MEMBER,
      * AKUN dan VOUCHER ikut sebagai titik awal pemulihan maju
      * (PULIH); generasi lama yang belum memuatnya tidak
      * menyentuh ketiga berkas itu saat restore (HT-ADA).
      * NOMOR (record seri layanan nomor) dan BAHANLOT (lot bahan
      * mudah rusak) diperlakukan sama.
      *-----------------------
       01 TAG-DATA.
           05 FILLER PIC X(08) VALUE "DATA".
           05 FILLER PIC X(08) VALUE "FLOAT".
           05 FILLER PIC X(08) VALUE "BAHAN".
           05 FILLER PIC X(08) VALUE "RESEP".
           05 FILLER PIC X(08) VALUE "MEMBER".
           05 FILLER PIC X(08) VALUE "AKUN".
           05 FILLER PIC X(08) VALUE "VOUCHER".
           05 FILLER PIC X(08) VALUE "NOMOR".
           05 FILLER PIC X(08) VALUE "BAHANLOT".
       01 TAG-TABEL REDEFINES TAG-DATA.
           05 TAG-ENTRY OCCURS 22 TIMES.
               10 TG-NAMA PIC X(08).
       01 HITUNG-TABEL.
           05 HITUNG-ENTRY OCCURS 22 TIMES.
               10 HT-BARU    PIC 9(06).
               10 HT-LAMA    PIC 9(06).
               10 HT-RESTORE PIC 9(06).
               10 HT-MANIF   PIC 9(06).
               10 HT-ADA     PIC X(01).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM KOSONGKAN-HITUNGAN
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 22.
            DISPLAY "Mode (B)ackup / (R)estore : ".
            ACCEPT mode-input.
            EVALUATE TRUE
            MOVE 0 TO HT-LAMA (ws-idx).
            MOVE 0 TO HT-RESTORE (ws-idx).
            MOVE 0 TO HT-MANIF (ws-idx).
            MOVE "N" TO HT-ADA (ws-idx).

      *-----------------------
      * BACKUP: generasi 1 lama digeser jadi generasi 2, lalu semua
            DISPLAY "Backup selesai, generasi 1 diperbarui ",
                    "(generasi lama tersimpan sebagai 2)".
            PERFORM LAPORKAN-HITUNGAN
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 22.

       LAPORKAN-HITUNGAN.
            DISPLAY "  ", TG-NAMA (ws-idx), " : ",
                    IF MF-GEN = 1
                        PERFORM GESER-HITUNGAN
                            VARYING ws-idx FROM 1 BY 1
                            UNTIL ws-idx > 22
                    END-IF
            END-READ.

            PERFORM SALIN-FLOAT.
            PERFORM SALIN-BAHAN.
            PERFORM SALIN-RESEP.
            PERFORM SALIN-MEMBER.
            PERFORM SALIN-AKUN.
            PERFORM SALIN-VOUCHER.
            PERFORM SALIN-NOMOR.
            PERFORM SALIN-LOT.
            CLOSE BKP1-FILE.

       SALIN-DATA.
            END-IF.

       SALIN-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    ADD 1 TO HT-BARU (17)
            END-READ.

       SALIN-MEMBER.
            OPEN INPUT MEMBER-FILE.
            IF WS-MB-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE "N" TO ws-eof
                PERFORM SALIN-BARIS-MEMBER UNTIL ws-eof = "Y"
                CLOSE MEMBER-FILE
            END-IF.

       SALIN-BARIS-MEMBER.
            READ MEMBER-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    MOVE "MEMBER" TO B1-TAG
                    MOVE MEMBER-RECORD TO B1-DATA
                    WRITE BKP1-RECORD
                    ADD 1 TO HT-BARU (18)
            END-READ.

       SALIN-AKUN.
            OPEN INPUT AKUN-FILE.
            IF WS-AC-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE "N" TO ws-eof
                PERFORM SALIN-BARIS-AKUN UNTIL ws-eof = "Y"
                CLOSE AKUN-FILE
            END-IF.

       SALIN-BARIS-AKUN.
            READ AKUN-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    MOVE "AKUN" TO B1-TAG
                    MOVE AKUN-RECORD TO B1-DATA
                    WRITE BKP1-RECORD
                    ADD 1 TO HT-BARU (19)
            END-READ.

       SALIN-VOUCHER.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VC-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE "N" TO ws-eof
                PERFORM SALIN-BARIS-VOUCHER UNTIL ws-eof = "Y"
                CLOSE VOUCHER-FILE
            END-IF.

       SALIN-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    MOVE "VOUCHER" TO B1-TAG
                    MOVE VOUCHER-RECORD TO B1-DATA
                    WRITE BKP1-RECORD
                    ADD 1 TO HT-BARU (20)
            END-READ.

       SALIN-NOMOR.
            OPEN INPUT NOMOR-FILE.
            IF WS-NR-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE "N" TO ws-eof
                PERFORM SALIN-BARIS-NOMOR UNTIL ws-eof = "Y"
                CLOSE NOMOR-FILE
            END-IF.

       SALIN-BARIS-NOMOR.
            READ NOMOR-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    MOVE "NOMOR" TO B1-TAG
                    MOVE NOMOR-RECORD TO B1-DATA
                    WRITE BKP1-RECORD
                    ADD 1 TO HT-BARU (21)
            END-READ.

       SALIN-LOT.
            OPEN INPUT LOT-FILE.
            IF WS-LT-STATUS NOT = "00"
                CONTINUE
            ELSE
                MOVE "N" TO ws-eof
                PERFORM SALIN-BARIS-LOT UNTIL ws-eof = "Y"
                CLOSE LOT-FILE
            END-IF.

       SALIN-BARIS-LOT.
            READ LOT-FILE NEXT
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    MOVE SPACES TO BKP1-RECORD
                    MOVE "BAHANLOT" TO B1-TAG
                    MOVE LOT-RECORD TO B1-DATA
                    WRITE BKP1-RECORD
                    ADD 1 TO HT-BARU (22)
            END-READ.

       TULIS-MANIFEST.
            OPEN OUTPUT MANIFEST-FILE.
            PERFORM TULIS-MANIFEST-G1
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 22.
            PERFORM TULIS-MANIFEST-G2
                VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > 22.
            CLOSE MANIFEST-FILE.

       TULIS-MANIFEST-G1.
                    PERFORM TUTUP-SEMUA-LIVE
                    PERFORM VERIFIKASI-RESTORE
                        VARYING ws-idx FROM 1 BY 1
                        UNTIL ws-idx > 22
                    IF restore-gagal
                        DISPLAY "RESTORE TIDAK COCOK dengan ",
                                "manifest, periksa sebelum dipakai"
                    IF MF-GEN = gen-input
                        PERFORM SIMPAN-MANIFEST-GEN
                            VARYING ws-idx FROM 1 BY 1
                            UNTIL ws-idx > 22
                    END-IF
            END-READ.

       SIMPAN-MANIFEST-GEN.
            IF MF-TAG = TG-NAMA (ws-idx)
                MOVE MF-COUNT TO HT-MANIF (ws-idx)
                MOVE "Y" TO HT-ADA (ws-idx)
            END-IF.

       BUKA-SEMUA-LIVE.
            OPEN OUTPUT FLOAT-FILE.
            OPEN OUTPUT BAHAN-FILE.
            OPEN OUTPUT RESEP-FILE.
            IF HT-ADA (18) = "Y"
                OPEN OUTPUT MEMBER-FILE
            END-IF.
            IF HT-ADA (19) = "Y"
                OPEN OUTPUT AKUN-FILE
            END-IF.
            IF HT-ADA (20) = "Y"
                OPEN OUTPUT VOUCHER-FILE
            END-IF.
            IF HT-ADA (21) = "Y"
                OPEN OUTPUT NOMOR-FILE
            END-IF.
            IF HT-ADA (22) = "Y"
                OPEN OUTPUT LOT-FILE
            END-IF.

       TUTUP-SEMUA-LIVE.
            CLOSE STUDENT.
            CLOSE FLOAT-FILE.
            CLOSE BAHAN-FILE.
            CLOSE RESEP-FILE.
            IF HT-ADA (18) = "Y"
                CLOSE MEMBER-FILE
            END-IF.
            IF HT-ADA (19) = "Y"
                CLOSE AKUN-FILE
            END-IF.
            IF HT-ADA (20) = "Y"
                CLOSE VOUCHER-FILE
            END-IF.
            IF HT-ADA (21) = "Y"
                CLOSE NOMOR-FILE
            END-IF.
            IF HT-ADA (22) = "Y"
                CLOSE LOT-FILE
            END-IF.

       RESTORE-DARI-B1.
            OPEN INPUT BKP1-FILE.
                WHEN "BAHAN"
                    MOVE B2-DATA TO BAHAN-RECORD
                    WRITE BAHAN-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "BAHAN: ", BH-KODE
                    END-WRITE
                    ADD 1 TO HT-RESTORE (16)
                WHEN "RESEP"
                    MOVE B2-DATA TO RESEP-RECORD
                    WRITE RESEP-RECORD
                    ADD 1 TO HT-RESTORE (17)
                WHEN "MEMBER"
                    MOVE B2-DATA TO MEMBER-RECORD
                    WRITE MEMBER-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "MEMBER: ", MB-NO
                    END-WRITE
                    ADD 1 TO HT-RESTORE (18)
                WHEN "AKUN"
                    MOVE B2-DATA TO AKUN-RECORD
                    WRITE AKUN-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "AKUN: ", AC-NO
                    END-WRITE
                    ADD 1 TO HT-RESTORE (19)
                WHEN "VOUCHER"
                    MOVE B2-DATA TO VOUCHER-RECORD
                    WRITE VOUCHER-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "VOUCHER: ", VC-NO
                    END-WRITE
                    ADD 1 TO HT-RESTORE (20)
                WHEN "NOMOR"
                    MOVE B2-DATA TO NOMOR-RECORD
                    WRITE NOMOR-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "NOMOR: ", NR-SERI
                    END-WRITE
                    ADD 1 TO HT-RESTORE (21)
                WHEN "BAHANLOT"
                    MOVE B2-DATA TO LOT-RECORD
                    WRITE LOT-RECORD
                        INVALID KEY DISPLAY "Kunci ganda di ",
                            "BAHANLOT: ", LT-KODE, " ", LT-LOT
                    END-WRITE
                    ADD 1 TO HT-RESTORE (22)
                WHEN OTHER
                    IF B2-TAG (1:7) = "RECEIPT" AND
                       B2-TAG (8:1) IS NUMERIC
