      *-----------------------
      * shared conduct warning levels -- muat batas SP dari
      * SIKAPCFG.txt, tentukan predikat dari poin kumulatif dan
      * rentang term / tahun ajaran untuk kumulatif itu
      *-----------------------
       MUAT-SIKAP-CFG.
           OPEN INPUT SIKAP-CFG.
           IF WS-SK-STATUS = "00"
               READ SIKAP-CFG
                   AT END CONTINUE
                   NOT AT END
                       PERFORM AMBIL-SIKAP-CFG
               END-READ
               CLOSE SIKAP-CFG
           END-IF.

      *    batas yang tidak berurutan naik diabaikan seluruhnya
       AMBIL-SIKAP-CFG.
           IF SC-BATAS1 IS NUMERIC AND SC-BATAS2 IS NUMERIC AND
              SC-BATAS3 IS NUMERIC AND SC-BATAS1 NOT = "000" AND
              SC-BATAS1 < SC-BATAS2 AND SC-BATAS2 < SC-BATAS3
               MOVE SC-BATAS1 TO WS-SK-BATAS1
               MOVE SC-BATAS2 TO WS-SK-BATAS2
               MOVE SC-BATAS3 TO WS-SK-BATAS3
           END-IF.

       TENTUKAN-PREDIKAT.
           EVALUATE TRUE
               WHEN WS-SK-POIN >= WS-SK-BATAS3
                   MOVE 3 TO WS-SK-TINGKAT
                   MOVE "Peringatan 3 (SP3)" TO WS-SK-PREDIKAT
               WHEN WS-SK-POIN >= WS-SK-BATAS2
                   MOVE 2 TO WS-SK-TINGKAT
                   MOVE "Peringatan 2 (SP2)" TO WS-SK-PREDIKAT
               WHEN WS-SK-POIN >= WS-SK-BATAS1
                   MOVE 1 TO WS-SK-TINGKAT
                   MOVE "Peringatan 1 (SP1)" TO WS-SK-PREDIKAT
               WHEN OTHER
                   MOVE 0 TO WS-SK-TINGKAT
                   MOVE "Baik" TO WS-SK-PREDIKAT
           END-EVALUATE.

      *    tanggal di sela dua term (libur) ikut term sebelumnya
       TENTUKAN-TAHUN-SIKAP.
           MOVE SPACES   TO WS-SK-TERM.
           MOVE SPACES   TO WS-SK-TAHUN.
           MOVE 0        TO WS-SK-MULAI.
           MOVE 99999999 TO WS-SK-AKHIR.
           MOVE 0        TO WS-SK-AWAL.
           PERFORM CARI-TERM-SIKAP
               VARYING WS-SK-IDX FROM 1 BY 1
               UNTIL WS-SK-IDX > WS-TM-N.
           IF WS-SK-TERM NOT = SPACES
               MOVE WS-SK-MULAI TO WS-SK-AWAL
               PERFORM CARI-AWAL-TAHUN-SIKAP
                   VARYING WS-SK-IDX FROM 1 BY 1
                   UNTIL WS-SK-IDX > WS-TM-N
           END-IF.

       CARI-TERM-SIKAP.
           IF WS-TMT-MULAI (WS-SK-IDX) <= WS-SK-TGL AND
              WS-TMT-MULAI (WS-SK-IDX) > WS-SK-MULAI
               MOVE WS-TMT-KODE (WS-SK-IDX)  TO WS-SK-TERM
               MOVE WS-TMT-TAHUN (WS-SK-IDX) TO WS-SK-TAHUN
               MOVE WS-TMT-MULAI (WS-SK-IDX) TO WS-SK-MULAI
               MOVE WS-TMT-AKHIR (WS-SK-IDX) TO WS-SK-AKHIR
           END-IF.

       CARI-AWAL-TAHUN-SIKAP.
           IF WS-TMT-TAHUN (WS-SK-IDX) = WS-SK-TAHUN AND
              WS-TMT-MULAI (WS-SK-IDX) < WS-SK-AWAL
               MOVE WS-TMT-MULAI (WS-SK-IDX) TO WS-SK-AWAL
           END-IF.
