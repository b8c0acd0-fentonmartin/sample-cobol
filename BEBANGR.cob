       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEBANGR.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY KELASSEL.
           COPY MAPELSEL.
           SELECT BEBAN-REPORT ASSIGN TO "BEBAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY GURUFD.

           COPY AJARFD.

           COPY KELASFD.

           COPY MAPELFD.

       FD BEBAN-REPORT.
       01 BEBAN-RECORD PIC X(80).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-gr-status  pic X(02).
       77 ws-ajr-status pic X(02).
       77 ws-kl-status  pic X(02).
       77 ws-mp-status  pic X(02).
       77 ws-rpt-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 guru-count    pic 9(03) value 0.
       77 guru-idx      pic 9(03) comp.
       77 guru-hit      pic 9(03) comp.
       77 ajar-count    pic 9(03) value 0.
       77 ajar-idx      pic 9(03) comp.
       77 ajar-hit      pic 9(03) comp.
       77 kelas-count   pic 9(03) value 0.
       77 kelas-idx     pic 9(03) comp.
       77 mapel-count   pic 9(03) value 0.
       77 mapel-idx     pic 9(03) comp.
       77 guru-jam      pic 9(04).
       77 guru-tugas    pic 9(03).
       77 guru-wali     pic 9(03).
       77 total-jam     pic 9(05) value 0.
       77 yatim-count   pic 9(04) value 0.
       77 kosong-count  pic 9(04) value 0.
       77 wali-salah    pic 9(03) value 0.

       01 GURU-TABEL.
           05 GURU-ENTRY OCCURS 200 TIMES.
               10 GRT-ID    PIC X(06).
               10 GRT-NAMA  PIC X(25).
               10 GRT-AKTIF PIC X(01).

       01 AJAR-TABEL.
           05 AJAR-ENTRY OCCURS 600 TIMES.
               10 AJT-KELAS PIC X(06).
               10 AJT-MAPEL PIC X(06).
               10 AJT-GURU  PIC X(06).
               10 AJT-JAM   PIC 9(02).

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 50 TIMES.
               10 KLT-KODE PIC X(06).
               10 KLT-WALI PIC X(15).

       01 MAPEL-TABEL.
           05 MAPEL-ENTRY OCCURS 50 TIMES.
               10 MPT-KODE  PIC X(06).
               10 MPT-NAMA  PIC X(20).
               10 MPT-AKTIF PIC X(01).

       01 BEBAN-HEADER-LINE.
           02 FILLER    PIC X(30) VALUE
              "=== BEBAN MENGAJAR GURU - tgl ".
           02 BH-TGL    PIC 9(08).
           02 FILLER    PIC X(04) VALUE " ===".
           02 FILLER    PIC X(38) VALUE SPACES.

       01 BEBAN-GURU-LINE.
           02 BG-ID     PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BG-NAMA   PIC X(25).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BG-STATUS PIC X(12).
           02 FILLER    PIC X(35) VALUE SPACES.

       01 BEBAN-AJAR-LINE.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 BA-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BA-MAPEL  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BA-NAMA   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BA-JAM    PIC Z9.
           02 FILLER    PIC X(04) VALUE " jam".
           02 FILLER    PIC X(35) VALUE SPACES.

       01 BEBAN-TOTAL-LINE.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 FILLER    PIC X(07) VALUE "total: ".
           02 BT-JAM    PIC ZZZ9.
           02 FILLER    PIC X(15) VALUE " jam/minggu di ".
           02 BT-TUGAS  PIC ZZ9.
           02 FILLER    PIC X(19) VALUE " kelas/mapel, wali ".
           02 BT-WALI   PIC Z9.
           02 FILLER    PIC X(06) VALUE " kelas".
           02 FILLER    PIC X(20) VALUE SPACES.

       01 BEBAN-KOSONG-LINE.
           02 FILLER    PIC X(04) VALUE SPACES.
           02 BK-KELAS  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BK-MAPEL  PIC X(06).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BK-NAMA   PIC X(20).
           02 FILLER    PIC X(01) VALUE SPACE.
           02 BK-KET    PIC X(25).
           02 FILLER    PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * BEBAN MENGAJAR - per guru (urutan GURU.txt) penugasannya dari
      * AJAR.txt dengan jumlah jam per minggu dan perwaliannya, lalu
      * penugasan yang gurunya tidak terdaftar, setiap pasangan
      * kelas (KELAS.txt) x mapel aktif (MAPEL.txt) yang belum punya
      * pengampu, dan kelas yang wali kelasnya bukan kode guru aktif.
      * Ditulis ulang ke BEBAN.txt dan ke layar.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "BEBANGR" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM MUAT-GURU.
            PERFORM MUAT-AJAR.
            PERFORM MUAT-KELAS.
            PERFORM MUAT-MAPEL.
            OPEN OUTPUT BEBAN-REPORT.
            MOVE WS-TGL-USAHA TO BH-TGL.
            MOVE BEBAN-HEADER-LINE TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            IF guru-count = 0
                MOVE "  (belum ada guru terdaftar di GURU.txt)"
                    TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            ELSE
                PERFORM CETAK-SATU-GURU
                    VARYING guru-idx FROM 1 BY 1
                    UNTIL guru-idx > guru-count
            END-IF.
            MOVE SPACES TO BEBAN-RECORD.
            STRING "Seluruh penugasan: " total-jam " jam/minggu"
                DELIMITED BY SIZE INTO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            PERFORM CETAK-TANPA-GURU.
            PERFORM CETAK-PASANGAN-KOSONG.
            PERFORM CETAK-WALI-SALAH.
            CLOSE BEBAN-REPORT.
            DISPLAY "Beban mengajar ditulis ke BEBAN.txt".
            MOVE "BEBANGR" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       CETAK-SATU-GURU.
            MOVE GRT-ID (guru-idx)   TO BG-ID.
            MOVE GRT-NAMA (guru-idx) TO BG-NAMA.
            IF GRT-AKTIF (guru-idx) = "A"
                MOVE SPACES TO BG-STATUS
            ELSE
                MOVE "(NONAKTIF)" TO BG-STATUS
            END-IF.
            MOVE BEBAN-GURU-LINE TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            MOVE 0 TO guru-jam.
            MOVE 0 TO guru-tugas.
            MOVE 0 TO guru-wali.
            PERFORM CETAK-AJAR-GURU
                VARYING ajar-idx FROM 1 BY 1
                UNTIL ajar-idx > ajar-count.
            PERFORM HITUNG-WALI-GURU
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF guru-tugas = 0
                MOVE "    (tidak ada penugasan)" TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.
            MOVE guru-jam   TO BT-JAM.
            MOVE guru-tugas TO BT-TUGAS.
            MOVE guru-wali  TO BT-WALI.
            MOVE BEBAN-TOTAL-LINE TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.

       CETAK-AJAR-GURU.
            IF AJT-GURU (ajar-idx) = GRT-ID (guru-idx)
                MOVE AJT-KELAS (ajar-idx) TO BA-KELAS
                MOVE AJT-MAPEL (ajar-idx) TO BA-MAPEL
                MOVE AJT-MAPEL (ajar-idx) TO BA-NAMA
                PERFORM ISI-NAMA-MAPEL
                    VARYING mapel-idx FROM 1 BY 1
                    UNTIL mapel-idx > mapel-count
                MOVE AJT-JAM (ajar-idx) TO BA-JAM
                MOVE BEBAN-AJAR-LINE TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
                ADD AJT-JAM (ajar-idx) TO guru-jam
                ADD AJT-JAM (ajar-idx) TO total-jam
                ADD 1 TO guru-tugas
            END-IF.

       ISI-NAMA-MAPEL.
            IF MPT-KODE (mapel-idx) = AJT-MAPEL (ajar-idx)
                MOVE MPT-NAMA (mapel-idx) TO BA-NAMA
            END-IF.

       HITUNG-WALI-GURU.
            IF KLT-WALI (kelas-idx) = GRT-ID (guru-idx)
                ADD 1 TO guru-wali
            END-IF.

      *    penugasan dengan kode guru yang tidak ada di GURU.txt
      *    (misalnya diisi sebelum daftar guru dirapikan)
       CETAK-TANPA-GURU.
            MOVE "--- Penugasan dengan guru tidak terdaftar ---"
                TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            MOVE 0 TO yatim-count.
            PERFORM PERIKSA-GURU-AJAR
                VARYING ajar-idx FROM 1 BY 1
                UNTIL ajar-idx > ajar-count.
            IF yatim-count = 0
                MOVE "    (tidak ada)" TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.

       PERIKSA-GURU-AJAR.
            MOVE 0 TO guru-hit.
            PERFORM BANDING-GURU-AJAR
                VARYING guru-idx FROM 1 BY 1
                UNTIL guru-idx > guru-count.
            IF guru-hit = 0
                ADD 1 TO yatim-count
                MOVE AJT-KELAS (ajar-idx) TO BK-KELAS
                MOVE AJT-MAPEL (ajar-idx) TO BK-MAPEL
                MOVE SPACES TO BK-NAMA
                MOVE SPACES TO BK-KET
                STRING "guru " DELIMITED BY SIZE
                       AJT-GURU (ajar-idx) DELIMITED BY SPACE
                       " ?" DELIMITED BY SIZE
                    INTO BK-KET
                MOVE BEBAN-KOSONG-LINE TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.

       BANDING-GURU-AJAR.
            IF GRT-ID (guru-idx) = AJT-GURU (ajar-idx)
                MOVE guru-idx TO guru-hit
            END-IF.

      *-----------------------
      * setiap kelas x mapel aktif tanpa baris AJAR.txt; pengampu
      * yang sudah nonaktif juga dianggap belum ada
      *-----------------------
       CETAK-PASANGAN-KOSONG.
            MOVE "--- Kelas/mapel tanpa guru pengampu ---"
                TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            MOVE 0 TO kosong-count.
            PERFORM PERIKSA-KELAS-MAPEL
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF kosong-count = 0
                MOVE "    (tidak ada)" TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            ELSE
                MOVE SPACES TO BEBAN-RECORD
                STRING "    " kosong-count " pasangan kelas/mapel "
                       "belum ada pengampu"
                    DELIMITED BY SIZE INTO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.

       PERIKSA-KELAS-MAPEL.
            PERFORM PERIKSA-PASANGAN
                VARYING mapel-idx FROM 1 BY 1
                UNTIL mapel-idx > mapel-count.

       PERIKSA-PASANGAN.
            IF MPT-AKTIF (mapel-idx) = "A"
                MOVE 0 TO ajar-hit
                PERFORM BANDING-PASANGAN
                    VARYING ajar-idx FROM 1 BY 1
                    UNTIL ajar-idx > ajar-count
                MOVE SPACES TO BK-KET
                IF ajar-hit = 0
                    MOVE "belum ada pengampu" TO BK-KET
                ELSE
                    PERFORM CARI-GURU-AKTIF
                END-IF
                IF BK-KET NOT = SPACES
                    ADD 1 TO kosong-count
                    MOVE KLT-KODE (kelas-idx) TO BK-KELAS
                    MOVE MPT-KODE (mapel-idx) TO BK-MAPEL
                    MOVE MPT-NAMA (mapel-idx) TO BK-NAMA
                    MOVE BEBAN-KOSONG-LINE TO BEBAN-RECORD
                    PERFORM TULIS-BEBAN
                END-IF
            END-IF.

       BANDING-PASANGAN.
            IF AJT-KELAS (ajar-idx) = KLT-KODE (kelas-idx) AND
               AJT-MAPEL (ajar-idx) = MPT-KODE (mapel-idx)
                MOVE ajar-idx TO ajar-hit
            END-IF.

       CARI-GURU-AKTIF.
            MOVE 0 TO guru-hit.
            PERFORM BANDING-GURU-PASANGAN
                VARYING guru-idx FROM 1 BY 1
                UNTIL guru-idx > guru-count.
            IF guru-hit NOT = 0
                IF GRT-AKTIF (guru-hit) NOT = "A"
                    STRING "pengampu " DELIMITED BY SIZE
                           AJT-GURU (ajar-hit) DELIMITED BY SPACE
                           " nonaktif" DELIMITED BY SIZE
                        INTO BK-KET
                END-IF
            END-IF.

       BANDING-GURU-PASANGAN.
            IF GRT-ID (guru-idx) = AJT-GURU (ajar-hit)
                MOVE guru-idx TO guru-hit
            END-IF.

       CETAK-WALI-SALAH.
            MOVE "--- Kelas tanpa wali kelas yang sah ---"
                TO BEBAN-RECORD.
            PERFORM TULIS-BEBAN.
            MOVE 0 TO wali-salah.
            PERFORM PERIKSA-WALI-KELAS
                VARYING kelas-idx FROM 1 BY 1
                UNTIL kelas-idx > kelas-count.
            IF wali-salah = 0
                MOVE "    (tidak ada)" TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.

       PERIKSA-WALI-KELAS.
            MOVE 0 TO guru-hit.
            PERFORM BANDING-WALI
                VARYING guru-idx FROM 1 BY 1
                UNTIL guru-idx > guru-count.
            MOVE SPACES TO BK-KET.
            EVALUATE TRUE
                WHEN KLT-WALI (kelas-idx) = SPACES
                    MOVE "wali belum diisi" TO BK-KET
                WHEN guru-hit = 0
                    STRING "wali " DELIMITED BY SIZE
                           KLT-WALI (kelas-idx) DELIMITED BY "  "
                           " ?" DELIMITED BY SIZE
                        INTO BK-KET
                WHEN GRT-AKTIF (guru-hit) NOT = "A"
                    STRING "wali " DELIMITED BY SIZE
                           KLT-WALI (kelas-idx) DELIMITED BY "  "
                           " nonaktif" DELIMITED BY SIZE
                        INTO BK-KET
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF BK-KET NOT = SPACES
                ADD 1 TO wali-salah
                MOVE KLT-KODE (kelas-idx) TO BK-KELAS
                MOVE SPACES TO BK-MAPEL
                MOVE SPACES TO BK-NAMA
                MOVE BEBAN-KOSONG-LINE TO BEBAN-RECORD
                PERFORM TULIS-BEBAN
            END-IF.

       BANDING-WALI.
            IF GRT-ID (guru-idx) = KLT-WALI (kelas-idx)
                MOVE guru-idx TO guru-hit
            END-IF.

       TULIS-BEBAN.
            WRITE BEBAN-RECORD.
            IF ws-rpt-status NOT = "00"
                DISPLAY "Gagal menulis BEBAN.txt, status ",
                        ws-rpt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            DISPLAY BEBAN-RECORD.

      *-----------------------
      * muat berkas induk ke tabel
      *-----------------------
       MUAT-GURU.
            MOVE 0 TO guru-count.
            OPEN INPUT GURU-FILE.
            IF ws-gr-status = "00"
                PERFORM AMBIL-BARIS-GURU
                    UNTIL ws-gr-status NOT = "00"
                CLOSE GURU-FILE
            END-IF.

       AMBIL-BARIS-GURU.
            READ GURU-FILE
                AT END CONTINUE
                NOT AT END
                    IF guru-count < 200
                        ADD 1 TO guru-count
                        MOVE GR-ID    TO GRT-ID (guru-count)
                        MOVE GR-NAMA  TO GRT-NAMA (guru-count)
                        MOVE GR-AKTIF TO GRT-AKTIF (guru-count)
                    END-IF
            END-READ.

       MUAT-AJAR.
            MOVE 0 TO ajar-count.
            OPEN INPUT AJAR-FILE.
            IF ws-ajr-status = "00"
                PERFORM AMBIL-BARIS-AJAR
                    UNTIL ws-ajr-status NOT = "00"
                CLOSE AJAR-FILE
            END-IF.

       AMBIL-BARIS-AJAR.
            READ AJAR-FILE
                AT END CONTINUE
                NOT AT END
                    IF ajar-count < 600
                        ADD 1 TO ajar-count
                        MOVE AJR-KELAS TO AJT-KELAS (ajar-count)
                        MOVE AJR-MAPEL TO AJT-MAPEL (ajar-count)
                        MOVE AJR-GURU  TO AJT-GURU (ajar-count)
                        MOVE AJR-JAM   TO AJT-JAM (ajar-count)
                    END-IF
            END-READ.

       MUAT-KELAS.
            MOVE 0 TO kelas-count.
            OPEN INPUT KELAS-FILE.
            IF ws-kl-status = "00"
                PERFORM AMBIL-BARIS-KELAS
                    UNTIL ws-kl-status NOT = "00"
                CLOSE KELAS-FILE
            END-IF.

       AMBIL-BARIS-KELAS.
            READ KELAS-FILE
                AT END CONTINUE
                NOT AT END
                    IF kelas-count < 50
                        ADD 1 TO kelas-count
                        MOVE KL-KODE TO KLT-KODE (kelas-count)
                        MOVE KL-WALI TO KLT-WALI (kelas-count)
                    END-IF
            END-READ.

       MUAT-MAPEL.
            MOVE 0 TO mapel-count.
            OPEN INPUT MAPEL-FILE.
            IF ws-mp-status = "00"
                PERFORM AMBIL-BARIS-MAPEL
                    UNTIL ws-mp-status NOT = "00"
                CLOSE MAPEL-FILE
            END-IF.

       AMBIL-BARIS-MAPEL.
            READ MAPEL-FILE
                AT END CONTINUE
                NOT AT END
                    IF mapel-count < 50
                        ADD 1 TO mapel-count
                        MOVE MP-KODE  TO MPT-KODE (mapel-count)
                        MOVE MP-NAMA  TO MPT-NAMA (mapel-count)
                        MOVE MP-AKTIF TO MPT-AKTIF (mapel-count)
                    END-IF
            END-READ.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
