      *-----------------------
      * shared period-status file -- cari status terakhir periode
      * WS-PRD-JENIS + WS-PRD-KUNCI ke WS-PRD-KEADAAN
      *-----------------------
       CEK-PERIODE.
           MOVE "O" TO WS-PRD-KEADAAN.
           MOVE "N" TO WS-PRD-ADA.
           OPEN INPUT PERIODE-FILE.
           IF WS-PRD-STATUS = "00"
               PERFORM CEK-PERIODE-BARIS
                   UNTIL WS-PRD-STATUS NOT = "00"
               CLOSE PERIODE-FILE
           END-IF.

       CEK-PERIODE-BARIS.
           READ PERIODE-FILE
               AT END CONTINUE
               NOT AT END
                   IF PR-JENIS = WS-PRD-JENIS
                      AND PR-KUNCI = WS-PRD-KUNCI
                       MOVE PR-STATUS TO WS-PRD-KEADAAN
                       MOVE "Y" TO WS-PRD-ADA
                   END-IF
           END-READ.

      *-----------------------
      * tanggal posting kedai WS-PRD-TGL -- bulan yang tertutup
      * atau final ditolak (WS-PRD-KEADAAN bukan "O"), kecuali
      * WS-PRD-ALIH "Y": posting dialihkan ke hari ini bila bulan
      * hari ini masih buka (WS-PRD-DIALIH "Y", tanggal asal di
      * WS-PRD-TGL-ASAL)
      *-----------------------
       CEK-TGL-POSTING.
           MOVE "N" TO WS-PRD-DIALIH.
           MOVE WS-PRD-TGL TO WS-PRD-TGL-ASAL.
           MOVE "B" TO WS-PRD-JENIS.
           MOVE WS-PRD-TGL (1:6) TO WS-PRD-KUNCI.
           PERFORM CEK-PERIODE.
           IF NOT WS-PRD-BUKA AND WS-PRD-ALIH = "Y"
               ACCEPT WS-PRD-TGL FROM DATE YYYYMMDD
               IF WS-PRD-TGL (1:6) > WS-PRD-TGL-ASAL (1:6)
                   MOVE WS-PRD-TGL (1:6) TO WS-PRD-KUNCI
                   PERFORM CEK-PERIODE
                   IF WS-PRD-BUKA
                       MOVE "Y" TO WS-PRD-DIALIH
                   END-IF
               END-IF
               IF WS-PRD-DIALIH NOT = "Y"
                   MOVE WS-PRD-TGL-ASAL TO WS-PRD-TGL
                   MOVE WS-PRD-TGL (1:6) TO WS-PRD-KUNCI
                   MOVE "C" TO WS-PRD-KEADAAN
               END-IF
           END-IF.

      *-----------------------
      * uji tanggal posting dengan pesan baku; bila dialihkan,
      * tanggal usaha di memori ikut dipindah supaya semua record
      * run ini (termasuk jejak audit) memakai tanggal yang sama
      *-----------------------
       UJI-TGL-POSTING.
           PERFORM CEK-TGL-POSTING.
           IF NOT WS-PRD-BUKA
               DISPLAY "Bulan ", WS-PRD-KUNCI, " sudah ditutup, ",
                       "tidak ada yang dicatat"
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-PRD-DIALIH = "Y"
               DISPLAY "Bulan ", WS-PRD-TGL-ASAL (1:6), " sudah ",
                       "ditutup; dicatat dengan tanggal ", WS-PRD-TGL
               MOVE WS-PRD-TGL TO WS-TGL-USAHA
           END-IF.
