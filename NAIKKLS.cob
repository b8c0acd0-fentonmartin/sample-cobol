       FILE-CONTROL.
           COPY SISWASEL.
           COPY KELASSEL.
           COPY NAIKSEL.
           SELECT ROLL-LOG ASSIGN TO "ROLLLOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-STATUS.

           COPY KELASFD.

           COPY NAIKFD.

       FD ROLL-LOG.
       01 ROLL-RECORD PIC X(80).

       77 WS-FS        pic X(02).
       77 ws-kl-status pic X(02).
       77 ws-rl-status pic X(02).
       77 ws-nk-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY TAMBAH.
       77 naik-count    pic 9(05) value 0.
       77 lulus-count   pic 9(05) value 0.
       77 lewat-count   pic 9(05) value 0.
       77 tinggal-count pic 9(05) value 0.
       77 tahan-count   pic 9(05) value 0.
       77 putus-count   pic 9(04) value 0.
       77 putus-idx     pic 9(04) comp.
       77 putus-hit     pic 9(04) comp value 0.
       77 putus-tahun   pic X(09) value spaces.

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 50 TIMES.
               10 KLT-KODE PIC X(06).
               10 KLT-NEXT PIC X(06).

      *    lembar keputusan kenaikan dari KENAIKAN
       01 PUTUS-TABEL.
           05 PUTUS-ENTRY OCCURS 2000 TIMES.
               10 PT-NIS   PIC 9(05).
               10 PT-KELAS PIC X(06).
               10 PT-PUTUS PIC X(01).

       01 ROLL-LINE.
           02 RL-NIS    PIC 9(05).
           02 FILLER    PIC X(01) VALUE SPACE.
      * kelas penerus menurut daftar kelas; kelas tingkat akhir
      * (tanpa penerus) meluluskan siswanya (status L).  Setiap
      * perpindahan dicatat di ROLLLOG.txt.
      * Hanya siswa berkeputusan N (naik) di lembar keputusan
      * KENAIKAN (NAIKPUT.txt) yang dipindahkan; T (tinggal kelas),
      * R (masih dirujuk) dan siswa tanpa keputusan tetap di
      * kelasnya.  Siswa yang kelasnya sudah berbeda dari kelas di
      * lembar (mis. rollover sudah jalan) dilewati.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "NAIKKLS" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== ROLLOVER KENAIKAN KELAS ===".
            PERFORM MUAT-KELAS.
            PERFORM MUAT-KEPUTUSAN.
            EVALUATE TRUE
                WHEN kelas-count = 0
                    DISPLAY "Daftar kelas (KELAS.txt) kosong / belum ",
                            "ada, rollover batal"
                    MOVE 1 TO RETURN-CODE
                WHEN putus-count = 0
                    DISPLAY "Lembar keputusan kenaikan (NAIKPUT.txt) ",
                            "belum ada - jalankan KENAIKAN dulu, ",
                            "rollover batal"
                    MOVE 1 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "Siswa berkeputusan naik tahun ajaran ",
                            putus-tahun, " akan dipindahkan. ",
                            "Yakin? Y/T"
                    ACCEPT TAMBAH-DATA
                    IF YA
                        PERFORM JALANKAN-ROLLOVER
                    ELSE
                        DISPLAY "Rollover dibatalkan"
                    END-IF
            END-EVALUATE.
            MOVE "NAIKKLS" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.
                    END-IF
            END-READ.

       MUAT-KEPUTUSAN.
            MOVE 0 TO putus-count.
            OPEN INPUT NAIK-FILE.
            IF ws-nk-status = "00"
                PERFORM AMBIL-KEPUTUSAN
                    UNTIL ws-nk-status NOT = "00"
                CLOSE NAIK-FILE
            END-IF.

       AMBIL-KEPUTUSAN.
            READ NAIK-FILE
                AT END CONTINUE
                NOT AT END
                    IF putus-count >= 2000
                        DISPLAY "Tabel keputusan penuh, NIS ", NK-NIS,
                                " tetap di kelasnya"
                    ELSE
                        ADD 1 TO putus-count
                        MOVE NK-NIS   TO PT-NIS (putus-count)
                        MOVE NK-KELAS TO PT-KELAS (putus-count)
                        MOVE NK-PUTUS TO PT-PUTUS (putus-count)
                        MOVE NK-TAHUN TO putus-tahun
                    END-IF
            END-READ.

       JALANKAN-ROLLOVER.
            OPEN OUTPUT ROLL-LOG.
            OPEN I-O STUDENT.
                   lewat-count " kelas tak dikenal"
                DELIMITED BY SIZE INTO ROLL-RECORD.
            WRITE ROLL-RECORD.
            MOVE SPACES TO ROLL-RECORD.
            STRING "Tetap di kelas: " tinggal-count " tinggal kelas, "
                   tahan-count " tertahan"
                DELIMITED BY SIZE INTO ROLL-RECORD.
            WRITE ROLL-RECORD.
            CLOSE ROLL-LOG.
            DISPLAY naik-count, " siswa naik kelas, ", lulus-count,
                    " lulus, ", tinggal-count, " tinggal kelas".
            DISPLAY tahan-count, " tertahan (rujuk / tanpa ",
                    "keputusan / kelas berubah), ", lewat-count,
                    " dilewati (kelas tak dikenal)".
            DISPLAY "Rincian di ROLLLOG.txt".

                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    IF STU-STATUS = "A"
                        PERFORM TERAPKAN-KEPUTUSAN
                    END-IF
            END-READ.

       TERAPKAN-KEPUTUSAN.
            MOVE 0 TO putus-hit.
            PERFORM CARI-KEPUTUSAN
                VARYING putus-idx FROM 1 BY 1
                UNTIL putus-idx > putus-count OR putus-hit > 0.
            MOVE SPACES TO ROLL-RECORD.
            EVALUATE TRUE
                WHEN putus-hit = 0
                    ADD 1 TO tahan-count
                    STRING STUDENT-ID " kelas " STU-KELAS
                           " tanpa keputusan kenaikan, tetap"
                        DELIMITED BY SIZE INTO ROLL-RECORD
                    WRITE ROLL-RECORD
                WHEN PT-KELAS (putus-hit) NOT = STU-KELAS
                    ADD 1 TO tahan-count
                    STRING STUDENT-ID " kelas " STU-KELAS
                           " berbeda dari lembar ("
                           PT-KELAS (putus-hit) "), dilewati"
                        DELIMITED BY SIZE INTO ROLL-RECORD
                    WRITE ROLL-RECORD
                WHEN PT-PUTUS (putus-hit) = "T"
                    ADD 1 TO tinggal-count
                    STRING STUDENT-ID " kelas " STU-KELAS
                           " tinggal kelas"
                        DELIMITED BY SIZE INTO ROLL-RECORD
                    WRITE ROLL-RECORD
                WHEN PT-PUTUS (putus-hit) NOT = "N"
                    ADD 1 TO tahan-count
                    STRING STUDENT-ID " kelas " STU-KELAS
                           " masih dirujuk ke tinjauan, tetap"
                        DELIMITED BY SIZE INTO ROLL-RECORD
                    WRITE ROLL-RECORD
                WHEN OTHER
                    PERFORM PINDAHKAN-SISWA
            END-EVALUATE.

       CARI-KEPUTUSAN.
            IF PT-NIS (putus-idx) = STUDENT-ID
                MOVE putus-idx TO putus-hit
            END-IF.

       PINDAHKAN-SISWA.
            MOVE 0 TO kelas-hit.
            PERFORM CARI-KELAS-SISWA
