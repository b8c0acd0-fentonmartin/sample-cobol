       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY PRDSEL.
           COPY CHGSEL.
           COPY SECSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY PRDFD.

           COPY CHGFD.

           COPY SECFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       COPY CHGWS.
       COPY SECWS.
       77 mode-input   pic X(01).
           88 mode-tutup   value "T", "t".
           88 mode-final   value "F", "f".
           88 mode-buka    value "B", "b".
       77 jenis-input  pic X(01).
           88 jenis-bulan  value "B", "b".
           88 jenis-term   value "S", "s".
       77 kunci-input  pic X(06).
       77 alasan-input pic X(20).
       77 status-lama  pic X(01).
       77 ws-sah       pic X value "N".
           88 kunci-sah value "Y".
       01 BULAN-CEK.
           02 BC-THN   PIC 9(04).
           02 BC-MM    PIC 9(02).

      *-----------------------
      * status terakhir per periode untuk daftar (D)
      *-----------------------
       01 PT-TABEL.
           05 PT-ENTRY OCCURS 200 TIMES.
               10 PT-JENIS   PIC X(01).
               10 PT-KUNCI   PIC X(06).
               10 PT-STATUS  PIC X(01).
               10 PT-TGL     PIC 9(08).
               10 PT-OPER    PIC 9(04).
               10 PT-PROGRAM PIC X(10).
       77 pt-count pic 9(04) value 0.
       77 pt-idx   pic 9(04) comp.
       77 pt-pos   pic 9(04) value 0.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * STATUS PERIODE - bulan buku kedai (B, YYYYMM) dan term
      * sekolah (S).  Bulan ditutup oleh ARSIPJRN; di sini bulan
      * yang sudah ditutup bisa dinyatakan final, term ditutup
      * (nilai ujian baru ditolak) atau final (rapor dibagikan,
      * koreksi nilai pun ditolak).  Membuka ulang periode hanya
      * untuk manajer dan tercatat di SECLOG dan CHGLOG.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "PERIODE" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE SPACES TO alasan-input.
            DISPLAY "=== STATUS PERIODE (PERIODE.txt) ===".
            DISPLAY "(D)aftar / (T)utup term / (F)inal / ".
            DISPLAY "(B)uka ulang periode : ".
            ACCEPT mode-input.
            IF mode-tutup OR mode-final OR mode-buka
                PERFORM MINTA-PERIODE
                IF kunci-sah
                    EVALUATE TRUE
                        WHEN mode-tutup PERFORM TUTUP-PERIODE
                        WHEN mode-final PERFORM FINAL-PERIODE
                        WHEN mode-buka  PERFORM BUKA-PERIODE
                    END-EVALUATE
                ELSE
                    MOVE 1 TO RETURN-CODE
                END-IF
            ELSE
                PERFORM DAFTAR-PERIODE
            END-IF.
            MOVE "PERIODE" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * PERIODE - jenis dan kunci; bulan harus YYYYMM yang sah,
      * kode term ditulis persis seperti di riwayat nilai
      *-----------------------
       MINTA-PERIODE.
            MOVE "N" TO ws-sah.
            DISPLAY "Jenis (B)ulan kedai / (S) term sekolah : ".
            ACCEPT jenis-input.
            DISPLAY "Bulan (YYYYMM) / kode term              : ".
            ACCEPT kunci-input.
            EVALUATE TRUE
                WHEN jenis-bulan
                    MOVE "B" TO WS-PRD-JENIS
                    IF kunci-input IS NUMERIC
                        MOVE kunci-input TO BULAN-CEK
                        IF BC-MM >= 1 AND BC-MM <= 12
                            MOVE "Y" TO ws-sah
                        END-IF
                    END-IF
                    IF NOT kunci-sah
                        DISPLAY "Bulan ", kunci-input, " tidak sah"
                    END-IF
                WHEN jenis-term
                    MOVE "S" TO WS-PRD-JENIS
                    IF kunci-input = SPACES
                        DISPLAY "Kode term kosong"
                    ELSE
                        MOVE "Y" TO ws-sah
                    END-IF
                WHEN OTHER
                    DISPLAY "Jenis periode tidak dikenal"
            END-EVALUATE.
            IF kunci-sah
                MOVE kunci-input TO WS-PRD-KUNCI
                PERFORM CEK-PERIODE
                MOVE WS-PRD-KEADAAN TO status-lama
                DISPLAY "Status sekarang: ", status-lama
            END-IF.

      *-----------------------
      * TUTUP - hanya untuk term; bulan ditutup lewat ARSIPJRN
      * yang sekaligus mengarsip jurnalnya
      *-----------------------
       TUTUP-PERIODE.
            EVALUATE TRUE
                WHEN WS-PRD-JENIS = "B"
                    DISPLAY "Bulan ditutup lewat ARSIPJRN (tutup ",
                            "bulan jurnal), tidak di sini"
                    MOVE 1 TO RETURN-CODE
                WHEN NOT WS-PRD-BUKA
                    DISPLAY "Term ", WS-PRD-KUNCI, " sudah ",
                            "berstatus ", status-lama
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    MOVE "C" TO WS-PRD-BARU
                    PERFORM SIMPAN-STATUS
            END-EVALUATE.

      *-----------------------
      * FINAL - bulan harus sudah ditutup ARSIPJRN dulu; term
      * boleh langsung final saat rapornya dibagikan
      *-----------------------
       FINAL-PERIODE.
            EVALUATE TRUE
                WHEN WS-PRD-FINAL
                    DISPLAY "Periode ", WS-PRD-KUNCI, " sudah final"
                    MOVE 1 TO RETURN-CODE
                WHEN WS-PRD-JENIS = "B" AND WS-PRD-BUKA
                    DISPLAY "Bulan ", WS-PRD-KUNCI, " belum ",
                            "ditutup, jalankan ARSIPJRN dulu"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    MOVE "F" TO WS-PRD-BARU
                    PERFORM SIMPAN-STATUS
            END-EVALUATE.

      *-----------------------
      * BUKA ULANG - hanya manajer, dengan alasan; kejadian dicatat
      * di log keamanan dan riwayat perubahan.  Bulan yang dibuka
      * ulang ditutup lagi dengan ARSIPJRN seperti biasa.
      *-----------------------
       BUKA-PERIODE.
            EVALUATE TRUE
                WHEN WS-SESI-ROLE NOT = "M"
                    DISPLAY "Membuka ulang periode hanya untuk ",
                            "manajer"
                    MOVE 1 TO RETURN-CODE
                WHEN WS-PRD-BUKA
                    DISPLAY "Periode ", WS-PRD-KUNCI, " masih buka"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "Alasan (maks 20)                        : "
                    ACCEPT alasan-input
                    IF alasan-input = SPACES
                        DISPLAY "Alasan wajib diisi, periode tidak ",
                                "dibuka"
                        MOVE 1 TO RETURN-CODE
                    ELSE
                        MOVE "O" TO WS-PRD-BARU
                        PERFORM SIMPAN-STATUS
                        MOVE "BUKAPRD"  TO WS-SEC-EVENT
                        MOVE 0          TO WS-SEC-ID
                        MOVE WS-SESI-ID TO WS-SEC-OPER
                        MOVE SPACES     TO WS-SEC-KET
                        STRING WS-PRD-JENIS DELIMITED BY SIZE
                               WS-PRD-KUNCI DELIMITED BY SPACE
                               " "          DELIMITED BY SIZE
                               alasan-input DELIMITED BY SIZE
                               INTO WS-SEC-KET
                        END-STRING
                        PERFORM CATAT-KEAMANAN
                    END-IF
            END-EVALUATE.

       SIMPAN-STATUS.
            PERFORM CATAT-PERIODE.
            MOVE "PERIODE"    TO WS-CHG-FILE.
            MOVE "U"          TO WS-CHG-AKSI.
            MOVE WS-PRD-KUNCI TO WS-CHG-KUNCI.
            MOVE SPACES       TO WS-CHG-FIELD.
            STRING "STATUS-" WS-PRD-JENIS DELIMITED BY SIZE
                   INTO WS-CHG-FIELD
            END-STRING.
            MOVE status-lama  TO WS-CHG-LAMA.
            MOVE SPACES       TO WS-CHG-BARU.
            STRING WS-PRD-BARU  DELIMITED BY SIZE
                   " "          DELIMITED BY SIZE
                   alasan-input DELIMITED BY SIZE
                   INTO WS-CHG-BARU
            END-STRING.
            PERFORM CATAT-PERUBAHAN.
            DISPLAY "Periode ", WS-PRD-JENIS, " ", WS-PRD-KUNCI,
                    ": ", status-lama, " -> ", WS-PRD-BARU.

      *-----------------------
      * DAFTAR - status terakhir setiap periode yang pernah dicatat
      *-----------------------
       DAFTAR-PERIODE.
            MOVE 0 TO pt-count.
            OPEN INPUT PERIODE-FILE.
            IF WS-PRD-STATUS NOT = "00"
                DISPLAY "Belum ada status periode (PERIODE.txt); ",
                        "semua periode buka"
            ELSE
                PERFORM AMBIL-BARIS-PERIODE
                    UNTIL WS-PRD-STATUS NOT = "00"
                CLOSE PERIODE-FILE
                DISPLAY "J KUNCI  S TGL-USAHA OPER PROGRAM"
                PERFORM TAMPILKAN-PERIODE
                    VARYING pt-idx FROM 1 BY 1 UNTIL pt-idx > pt-count
                DISPLAY pt-count, " periode tercatat ",
                        "(O buka, C tutup, F final)"
            END-IF.

       AMBIL-BARIS-PERIODE.
            READ PERIODE-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE 0 TO pt-pos
                    PERFORM CARI-PERIODE
                        VARYING pt-idx FROM 1 BY 1
                        UNTIL pt-idx > pt-count
                    IF pt-pos = 0
                        IF pt-count >= 200
                            DISPLAY "Tabel periode penuh, ",
                                    PR-JENIS, PR-KUNCI, " dilewati"
                        ELSE
                            ADD 1 TO pt-count
                            MOVE pt-count TO pt-pos
                        END-IF
                    END-IF
                    IF pt-pos NOT = 0
                        MOVE PR-JENIS   TO PT-JENIS (pt-pos)
                        MOVE PR-KUNCI   TO PT-KUNCI (pt-pos)
                        MOVE PR-STATUS  TO PT-STATUS (pt-pos)
                        MOVE PR-TGL     TO PT-TGL (pt-pos)
                        MOVE PR-OPER    TO PT-OPER (pt-pos)
                        MOVE PR-PROGRAM TO PT-PROGRAM (pt-pos)
                    END-IF
            END-READ.

       CARI-PERIODE.
            IF PT-JENIS (pt-idx) = PR-JENIS AND
               PT-KUNCI (pt-idx) = PR-KUNCI
                MOVE pt-idx TO pt-pos
            END-IF.

       TAMPILKAN-PERIODE.
            DISPLAY PT-JENIS (pt-idx), " ", PT-KUNCI (pt-idx), " ",
                    PT-STATUS (pt-idx), " ", PT-TGL (pt-idx), "  ",
                    PT-OPER (pt-idx), " ", PT-PROGRAM (pt-idx).

           COPY PRDCEK.

           COPY PRDTULIS.

           COPY CHGTULIS.

           COPY SECTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
