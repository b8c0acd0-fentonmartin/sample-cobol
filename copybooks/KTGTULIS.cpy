      *-----------------------
      * shared deposit-bag register -- catat satu kantong setoran
      * "T" (di jalan ke bank).  Nomor baru ditarik dari seri KANTONG
      * lewat NOMORGEN (NOMORWS/NOMORAMB ikut di-COPY pemakai) bila
      * WS-KTG-NO masih 0; tanggal memakai tanggal usaha, operator
      * dari sesi yang sedang bertugas
      *-----------------------
       CATAT-KANTONG.
           IF WS-TGL-USAHA = 0
               PERFORM BACA-TGL-USAHA
           END-IF.
           IF WS-KTG-NO = 0
               PERFORM AMBIL-NO-KANTONG
           END-IF.
           IF WS-KTG-NO = 0
               DISPLAY "Nomor kantong tidak bisa ditarik, kantong ",
                       "tidak tercatat"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM TULIS-KANTONG
           END-IF.

       TULIS-KANTONG.
           OPEN INPUT KANTONG-FILE.
           IF WS-KTG-STATUS = "00"
               CLOSE KANTONG-FILE
               OPEN EXTEND KANTONG-FILE
           ELSE
               OPEN OUTPUT KANTONG-FILE
           END-IF.
           MOVE SPACES        TO KANTONG-RECORD.
           MOVE "T"           TO KT-JENIS.
           MOVE WS-KTG-NO     TO KT-NO.
           MOVE WS-TGL-USAHA  TO KT-TGL.
           ACCEPT KT-TIME FROM TIME.
           MOVE WS-KTG-REG    TO KT-REG.
           MOVE WS-KTG-ASAL   TO KT-ASAL.
           MOVE WS-KTG-AMOUNT TO KT-AMOUNT.
           MOVE WS-SESI-ID    TO KT-OPER.
           MOVE WS-TGL-USAHA  TO KT-TGL-CATAT.
           WRITE KANTONG-RECORD.
           IF WS-KTG-STATUS NOT = "00"
               DISPLAY "Gagal mencatat kantong setoran, status ",
                       WS-KTG-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE KANTONG-FILE.

      *    seri yang belum ada dibuka dari counter KANTNO.txt lama
       AMBIL-NO-KANTONG.
           MOVE "KANTONG" TO NM-SERI.
           PERFORM AMBIL-NOMOR.
           IF SERI-BELUM-ADA
               MOVE 0 TO NM-AWAL
               OPEN INPUT KANTNO-CTR
               IF WS-KTN-STATUS = "00"
                   READ KANTNO-CTR
                       AT END CONTINUE
                       NOT AT END MOVE KN-NO TO NM-AWAL
                   END-READ
                   CLOSE KANTNO-CTR
               END-IF
               MOVE 999999 TO NM-BATAS
               PERFORM BUKA-SERI-NOMOR
           END-IF.
           IF NOMOR-OK
               MOVE NM-NOMOR TO WS-KTG-NO
           END-IF.
