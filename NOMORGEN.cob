       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMORGEN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY NOMORSEL.
           COPY NLOGSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY NOMORFD.

           COPY NLOGFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-nr-status pic X(02).
       77 ws-nl-status pic X(02).
       77 ws-seri-ada  pic X value "N".
           88 seri-ada value "Y".

      *-----------------------
      * antarmuka SEQGEN: langkah berikut dari nomor terakhir dan
      * uji batas seri
      *-----------------------
       77 sg-mode    pic X.
       77 sg-start   pic S9(9).
       77 sg-step    pic S9(9).
       77 sg-limit   pic S9(9).
       77 sg-current pic S9(9).
       77 sg-done    pic X.

       LINKAGE SECTION.
      *-----------------------
           COPY NOMORWS.

       PROCEDURE DIVISION USING NOMOR-MINTA.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * LAYANAN NOMOR - satu-satunya jalan menarik nomor struk,
      * tugas, PO, kantong setoran dan voucher.  Record seri dibaca
      * dan ditulis ulang per kunci, jadi dua register yang menarik
      * bersamaan tidak saling memutar mundur; setiap tarikan
      * dicatat di NOMORLOG.txt (siapa dan kapan) untuk audit
      * celah/ganda NOMORAUD.
      *   NM-FUNGSI 'A': ambil nomor berikut seri NM-SERI
      *             'B': seri belum ada -> dibuka dengan NM-AWAL
      *                  sebagai nomor terakhir terpakai dan batas
      *                  NM-BATAS, lalu ambil seperti 'A'
      *   NM-RC 0 berhasil, 1 seri habis, 3 seri belum ada,
      *         9 berkas seri tidak bisa ditulis
      *-----------------------
       MAIN-PROCEDURE.
           MOVE 0 TO NM-RC.
           MOVE 0 TO NM-NOMOR.
           OPEN I-O NOMOR-FILE.
           IF WS-NR-STATUS = "35"
               OPEN OUTPUT NOMOR-FILE
               CLOSE NOMOR-FILE
               OPEN I-O NOMOR-FILE
           END-IF.
           IF WS-NR-STATUS NOT = "00"
               MOVE 9 TO NM-RC
           ELSE
               PERFORM BACA-SERI
               EVALUATE TRUE
                   WHEN seri-ada
                       PERFORM TARIK-NOMOR
                   WHEN NM-FUNGSI = "B"
                       PERFORM BUAT-SERI
                       IF seri-ada
                           PERFORM TARIK-NOMOR
                       ELSE
                           MOVE 9 TO NM-RC
                       END-IF
                   WHEN OTHER
                       MOVE 3 TO NM-RC
               END-EVALUATE
               CLOSE NOMOR-FILE
           END-IF.
           IF NOMOR-OK
               PERFORM CATAT-TARIKAN
           END-IF.
           GOBACK.

       BACA-SERI.
           MOVE "N" TO ws-seri-ada.
           MOVE NM-SERI TO NR-SERI.
           READ NOMOR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO ws-seri-ada
           END-READ.

      *    register lain yang lebih dulu membuka seri yang sama
      *    membuat WRITE gagal; record miliknya yang dipakai
       BUAT-SERI.
           MOVE SPACES   TO NOMOR-RECORD.
           MOVE NM-SERI  TO NR-SERI.
           MOVE NM-AWAL  TO NR-AWAL.
           MOVE NM-AWAL  TO NR-AKHIR.
           MOVE 1        TO NR-LANGKAH.
           MOVE NM-BATAS TO NR-BATAS.
           MOVE NM-TGL   TO NR-TGL.
           WRITE NOMOR-RECORD
               INVALID KEY
                   PERFORM BACA-SERI
               NOT INVALID KEY
                   MOVE "Y" TO ws-seri-ada
           END-WRITE.

       TARIK-NOMOR.
           MOVE "N"        TO sg-mode.
           MOVE NR-AWAL    TO sg-start.
           MOVE NR-LANGKAH TO sg-step.
           MOVE NR-BATAS   TO sg-limit.
           MOVE NR-AKHIR   TO sg-current.
           CALL 'SEQGEN' USING sg-mode sg-start sg-step sg-limit
                               sg-current sg-done.
           IF sg-done = "Y"
               MOVE 1 TO NM-RC
           ELSE
               MOVE sg-current TO NR-AKHIR
               MOVE NM-TGL     TO NR-TGL
               REWRITE NOMOR-RECORD
                   INVALID KEY
                       MOVE 9 TO NM-RC
                   NOT INVALID KEY
                       MOVE sg-current TO NM-NOMOR
               END-REWRITE
           END-IF.

       CATAT-TARIKAN.
           OPEN EXTEND NLOG-FILE.
           IF WS-NL-STATUS = "35"
               OPEN OUTPUT NLOG-FILE
           END-IF.
           MOVE SPACES     TO NLOG-RECORD.
           MOVE NM-SERI    TO NL-SERI.
           MOVE NM-NOMOR   TO NL-NOMOR.
           MOVE NM-TGL     TO NL-TGL.
           ACCEPT NL-JAM FROM TIME.
           MOVE NM-PROGRAM TO NL-PROGRAM.
           MOVE NM-OPER    TO NL-OPER.
           WRITE NLOG-RECORD.
           CLOSE NLOG-FILE.
