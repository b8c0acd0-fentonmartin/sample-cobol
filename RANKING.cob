       FILE-CONTROL.
           COPY SISWASEL.
           COPY HISTSEL.
           COPY TERMSEL.
           SELECT CFG-FILE ASSIGN TO "NILAICFG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFG-STATUS.

           COPY HISTFD.

           COPY TERMFD.

       FD CFG-FILE.
       01 CFG-RECORD.
           02 CFG-LULUS PIC X(03).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       77 kelas-input  pic X(06).
       77 term-input   pic X(06).
       77 ambang-lulus pic 9(03) value 40.
            ACCEPT term-input.
            MOVE 0 TO siswa-count.
            MOVE 0 TO nilai-count.
      *     kode term harus terdaftar di TERM.txt supaya "T1" dan
      *     "SMT1" tidak jadi dua term; tanpa TERM.txt diterima
            PERFORM MUAT-TERM-MASTER.
            MOVE term-input TO WS-TM-KODE.
            PERFORM CARI-TERM-MASTER.
            IF WS-TM-MASTER = "Y" AND WS-TM-ADA = "N"
                DISPLAY "Term ", term-input, " tidak ada di daftar ",
                        "term (TERMADM)"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM PERINGKAT-KELAS
            END-IF.
            MOVE "RANKING" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       PERINGKAT-KELAS.
            PERFORM MUAT-SISWA-KELAS.
            IF siswa-count = 0
                DISPLAY "Tidak ada siswa aktif di kelas ",
                    UNTIL siswa-idx > siswa-count
                PERFORM TULIS-PERINGKAT
            END-IF.

       MUAT-KONFIG.
            OPEN INPUT CFG-FILE.
           COPY SESIGET.

           COPY AUDITLOG.

           COPY TERMCEK.
