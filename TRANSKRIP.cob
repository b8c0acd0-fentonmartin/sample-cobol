           COPY SISWASEL.
           COPY HISTSEL.
           COPY MAPELSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY TERMSEL.
           SELECT TRANSKRIP-FILE ASSIGN TO "TRANSKRP.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TS-STATUS.

           COPY MAPELFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY TERMFD.

       FD TRANSKRIP-FILE.
       01 TRANSKRIP-RECORD PIC X(100).

       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY GURUWS.
       COPY TERMWS.
       77 mode-input   pic X(01).
           88 mode-kelas value "K", "k".
       77 nis-input    pic 9(05).
       77 term-count   pic 9 value 0.
       77 term-idx     pic 9 comp.
       77 term-hit     pic 9 comp.
       77 urut-i       pic 9 comp.
       77 urut-j       pic 9 comp.
       77 tukar-nama   pic X(06).
       77 tukar-mulai  pic 9(08).
       77 tukar-nilai  pic S9(03).
       77 subj-count   pic 99 value 0.
       77 subj-idx     pic 99 comp.
       77 subj-hit     pic 99 comp.

       01 TERM-LIST.
           05 TERM-NAMA PIC X(06) OCCURS 6 TIMES.
      *    tanggal mulai term menurut TERM.txt untuk urutan kolom;
      *    term yang tidak terdaftar di belakang
       01 TERM-MULAI-LIST.
           05 TERM-MULAI PIC 9(08) OCCURS 6 TIMES.

       01 SUBJ-TABEL.
           05 SUBJ-ENTRY OCCURS 30 TIMES.
       01 TRK-TERM-LINE.
           02 FILLER   PIC X(22) VALUE "MAPEL".
           02 TT-KOLOM PIC X(08) OCCURS 6 TIMES.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 FILLER   PIC X(28) VALUE "GURU PENGAMPU".

       01 TRK-SUBJ-LINE.
           02 TS-NAMA  PIC X(20).
           02 FILLER   PIC X(02) VALUE SPACES.
           02 TS-KOLOM PIC X(08) OCCURS 6 TIMES.
           02 FILLER   PIC X(02) VALUE SPACES.
           02 TS-GURU  PIC X(25).
           02 FILLER   PIC X(03) VALUE SPACES.

       01 TRK-RATA-LINE.
           02 FILLER   PIC X(22) VALUE "RATA2".
            PERFORM BACA-TGL-USAHA.
            MOVE 0 TO halaman-count.
            PERFORM MUAT-MAPEL.
            PERFORM MUAT-GURU-AJAR.
            PERFORM MUAT-TERM-MASTER.
            DISPLAY "=== TRANSKRIP SISWA ===".
            DISPLAY "(S)atu siswa / satu (K)elas : ".
            ACCEPT mode-input.
            ADD 1 TO halaman-count.
            PERFORM KOSONGKAN-MATRIKS.
            PERFORM MUAT-NILAI-SISWA.
            PERFORM URUT-KOLOM-TERM.
            MOVE ALL "=" TO TRANSKRIP-LINE.
            PERFORM TULIS-BARIS.
            MOVE SPACES TO TRANSKRIP-LINE.
                MOVE term-idx TO term-hit
            END-IF.

      *-----------------------
      * kolom term diurut menurut tanggal mulainya di kalender
      * akademik (TERM.txt), bukan urutan muncul di riwayat nilai
      *-----------------------
       URUT-KOLOM-TERM.
            PERFORM ISI-MULAI-TERM
                VARYING term-idx FROM 1 BY 1
                UNTIL term-idx > term-count.
            PERFORM URUT-PUTARAN
                VARYING urut-i FROM 1 BY 1
                UNTIL urut-i >= term-count.

       ISI-MULAI-TERM.
            MOVE TERM-NAMA (term-idx) TO WS-TM-KODE.
            PERFORM CARI-TERM-MASTER.
            IF WS-TM-ADA = "Y"
                MOVE WS-TM-MULAI TO TERM-MULAI (term-idx)
            ELSE
                MOVE 99999999 TO TERM-MULAI (term-idx)
            END-IF.

       URUT-PUTARAN.
            PERFORM URUT-BANDING
                VARYING urut-j FROM 1 BY 1
                UNTIL urut-j > term-count - urut-i.

       URUT-BANDING.
            IF TERM-MULAI (urut-j) > TERM-MULAI (urut-j + 1)
                MOVE TERM-NAMA (urut-j)  TO tukar-nama
                MOVE TERM-MULAI (urut-j) TO tukar-mulai
                MOVE TERM-NAMA (urut-j + 1)  TO TERM-NAMA (urut-j)
                MOVE TERM-MULAI (urut-j + 1) TO TERM-MULAI (urut-j)
                MOVE tukar-nama  TO TERM-NAMA (urut-j + 1)
                MOVE tukar-mulai TO TERM-MULAI (urut-j + 1)
                PERFORM TUKAR-SEL
                    VARYING subj-idx FROM 1 BY 1
                    UNTIL subj-idx > subj-count
            END-IF.

       TUKAR-SEL.
            MOVE SJ-NILAI (subj-idx, urut-j) TO tukar-nilai.
            MOVE SJ-NILAI (subj-idx, urut-j + 1)
                TO SJ-NILAI (subj-idx, urut-j).
            MOVE tukar-nilai TO SJ-NILAI (subj-idx, urut-j + 1).

       CARI-SUBJEK.
            IF SJ-KODE (subj-idx) = NH-SUBJ
                MOVE subj-idx TO subj-hit
                UNTIL mapel-idx > mapel-count.
            PERFORM ISI-KOLOM-MAPEL
                VARYING term-idx FROM 1 BY 1 UNTIL term-idx > 6.
            MOVE STU-KELAS          TO WS-GA-KELAS.
            MOVE SJ-KODE (subj-idx) TO WS-GA-MAPEL.
            PERFORM CARI-GURU-MAPEL.
            MOVE WS-GA-NAMA         TO TS-GURU.
            MOVE TRK-SUBJ-LINE TO TRANSKRIP-LINE.
            PERFORM TULIS-BARIS.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY GURUCARI.

           COPY TERMCEK.
