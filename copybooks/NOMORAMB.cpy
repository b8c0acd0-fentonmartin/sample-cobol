      *-----------------------
      * shared number-range service -- tarik satu nomor dari seri
      * NM-SERI lewat NOMORGEN, dicatat atas nama program dan
      * operator yang sedang berjalan pada tanggal usaha
      *-----------------------
       AMBIL-NOMOR.
           MOVE "A" TO NM-FUNGSI.
           PERFORM PANGGIL-NOMORGEN.

       BUKA-SERI-NOMOR.
           MOVE "B" TO NM-FUNGSI.
           PERFORM PANGGIL-NOMORGEN.

       PANGGIL-NOMORGEN.
           IF WS-TGL-USAHA = 0
               PERFORM BACA-TGL-USAHA
           END-IF.
           MOVE WS-AUDIT-PROGRAM TO NM-PROGRAM.
           MOVE WS-SESI-ID       TO NM-OPER.
           MOVE WS-TGL-USAHA     TO NM-TGL.
           MOVE 0                TO NM-NOMOR.
           CALL 'NOMORGEN' USING NOMOR-MINTA.
           IF NOMOR-HABIS
               DISPLAY "Seri nomor ", NM-SERI, " sudah habis, ",
                       "hubungi manajer"
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF NOMOR-GAGAL
               DISPLAY "Gagal menarik nomor seri ", NM-SERI
               MOVE 1 TO RETURN-CODE
           END-IF.
