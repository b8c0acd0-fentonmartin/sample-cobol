       77 WS-NEXT-SEQ      PIC 9(07) VALUE 0.
       COPY SESIWS.
       COPY AUDITWS.
       COPY NOMORWS.
      *-----------------------
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WHEN OTHER
                   MOVE SPACE TO TAMBAH-DATA
                   PERFORM BUKA-UNTUK-TULIS
                   PERFORM TAMBAH-SATU UNTIL TIDAK
                   CLOSE TASK-FILE
           END-EVALUATE.
           PERFORM HASIL.
           MOVE "4-Kel-5-b" TO WS-AUDIT-PROGRAM.

      *-----------------------
      * NOMOR URUT TUGAS - a globally unique, ever-increasing sequence
      * number drawn from the TUGAS series through NOMORGEN, one draw
      * per task written.  This is what the sort and the checkpoint
      * logic use as a genuine unique key, since
      * TASK-STUDENT-ID/DEAD-HARINUM alone can repeat across rows.
      * The old TASKSEQ.txt counter is only read once, as the
      * starting point when the series is first opened.
      *-----------------------
       TARIK-NO-TUGAS.
           MOVE 'TUGAS' TO NM-SERI.
           PERFORM AMBIL-NOMOR.
           IF SERI-BELUM-ADA
               PERFORM INIT-SEQ-CTR
               MOVE WS-NEXT-SEQ TO NM-AWAL
               MOVE 9999999 TO NM-BATAS
               PERFORM BUKA-SERI-NOMOR
           END-IF.
           MOVE 0 TO WS-NEXT-SEQ.
           IF NOMOR-OK
               MOVE NM-NOMOR TO WS-NEXT-SEQ
           END-IF.

       INIT-SEQ-CTR.
           MOVE 0 TO WS-NEXT-SEQ.
           OPEN INPUT SEQ-CTR.
               CLOSE SEQ-CTR
           END-IF.

       TAMBAH-SATU.
           DISPLAY 'ID SISWA : '.
           ACCEPT TK-STUDENT-ID.
           PERFORM MINTA-DEADLINE UNTIL HU-VALID = 'Y'.
           PERFORM HITUNG-HARI.
           MOVE WS-CALC-HARINUM TO TK-DEAD-HARINUM.
           PERFORM TARIK-NO-TUGAS.
           IF WS-NEXT-SEQ = 0
               DISPLAY 'Nomor urut tugas tidak bisa ditarik, '
                       'tugas tidak disimpan'
           ELSE
               MOVE WS-NEXT-SEQ TO TK-SEQ-NO
               MOVE 'O' TO TK-STATUS
               MOVE 0 TO TK-DONE-DATE
               WRITE TASK-RECORD
               IF WS-TK-STATUS NOT = '00'
                   DISPLAY 'Gagal menyimpan tugas, status ',
                           WS-TK-STATUS
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE SPACE TO TAMBAH-DATA.
           PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.
       COPY SESIGET.

       COPY AUDITLOG.

       COPY NOMORAMB.
