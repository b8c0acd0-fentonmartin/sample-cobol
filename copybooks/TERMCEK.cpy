      *-----------------------
      * shared term master -- muat TERM.txt ke tabel, cari term
      * menurut kode atau tanggal, hitung hari sekolah
      *-----------------------
       MUAT-TERM-MASTER.
           MOVE 0 TO WS-TM-N.
           MOVE "N" TO WS-TM-MASTER.
           OPEN INPUT TERM-FILE.
           IF WS-TM-STATUS = "00"
               MOVE "Y" TO WS-TM-MASTER
               PERFORM MUAT-TERM-BARIS
                   UNTIL WS-TM-STATUS NOT = "00"
               CLOSE TERM-FILE
           END-IF.

       MUAT-TERM-BARIS.
           READ TERM-FILE
               AT END CONTINUE
               NOT AT END
                   IF WS-TM-N < 50
                       ADD 1 TO WS-TM-N
                       MOVE TM-KODE  TO WS-TMT-KODE (WS-TM-N)
                       MOVE TM-TAHUN TO WS-TMT-TAHUN (WS-TM-N)
                       MOVE TM-MULAI TO WS-TMT-MULAI (WS-TM-N)
                       MOVE TM-AKHIR TO WS-TMT-AKHIR (WS-TM-N)
                       MOVE TM-KET   TO WS-TMT-KET (WS-TM-N)
                   END-IF
           END-READ.

       CARI-TERM-MASTER.
           MOVE "N" TO WS-TM-ADA.
           PERFORM CARI-TERM-MASTER-BARIS
               VARYING WS-TM-IDX FROM 1 BY 1
               UNTIL WS-TM-IDX > WS-TM-N.

       CARI-TERM-MASTER-BARIS.
           IF WS-TMT-KODE (WS-TM-IDX) = WS-TM-KODE
               MOVE "Y" TO WS-TM-ADA
               PERFORM AMBIL-TERM-MASTER
           END-IF.

      *    term pertama yang rentang tanggalnya memuat WS-TM-TGL
       CARI-TERM-TANGGAL.
           MOVE "N" TO WS-TM-ADA.
           PERFORM CARI-TERM-TANGGAL-BARIS
               VARYING WS-TM-IDX FROM 1 BY 1
               UNTIL WS-TM-IDX > WS-TM-N.

       CARI-TERM-TANGGAL-BARIS.
           IF WS-TM-ADA = "N" AND
              WS-TM-TGL >= WS-TMT-MULAI (WS-TM-IDX) AND
              WS-TM-TGL <= WS-TMT-AKHIR (WS-TM-IDX)
               MOVE "Y" TO WS-TM-ADA
               MOVE WS-TMT-KODE (WS-TM-IDX) TO WS-TM-KODE
               PERFORM AMBIL-TERM-MASTER
           END-IF.

       AMBIL-TERM-MASTER.
           MOVE WS-TMT-TAHUN (WS-TM-IDX) TO WS-TM-TAHUN.
           MOVE WS-TMT-MULAI (WS-TM-IDX) TO WS-TM-MULAI.
           MOVE WS-TMT-AKHIR (WS-TM-IDX) TO WS-TM-AKHIR.

      *-----------------------
      * hari sekolah WS-TM-DARI s/d WS-TM-SAMPAI (keduanya
      * termasuk); hari tutup menurut HARIUTIL (Minggu dan
      * tanggal di LIBUR.txt) tidak dihitung
      *-----------------------
       HITUNG-HARI-SEKOLAH.
           MOVE 0 TO WS-TM-HARI.
           MOVE WS-TM-DARI TO WS-TM-HU-TGL.
           MOVE "V" TO WS-TM-HU-FUNGSI.
           CALL 'HARIUTIL' USING WS-TM-HU-FUNGSI, WS-TM-HU-TGL,
                                 WS-TM-HU-N, WS-TM-HU-HASIL,
                                 WS-TM-HU-HARI, WS-TM-HU-VALID.
           IF WS-TM-HU-VALID = "Y"
               PERFORM HITUNG-SATU-HARI-SEKOLAH
                   UNTIL WS-TM-HU-TGL > WS-TM-SAMPAI
                      OR WS-TM-HU-VALID NOT = "Y"
           END-IF.

       HITUNG-SATU-HARI-SEKOLAH.
           MOVE "L" TO WS-TM-HU-FUNGSI.
           CALL 'HARIUTIL' USING WS-TM-HU-FUNGSI, WS-TM-HU-TGL,
                                 WS-TM-HU-N, WS-TM-HU-HASIL,
                                 WS-TM-HU-HARI, WS-TM-HU-VALID.
           IF WS-TM-HU-HARI = 0
               ADD 1 TO WS-TM-HARI
           END-IF.
           MOVE "T" TO WS-TM-HU-FUNGSI.
           MOVE 1 TO WS-TM-HU-N.
           CALL 'HARIUTIL' USING WS-TM-HU-FUNGSI, WS-TM-HU-TGL,
                                 WS-TM-HU-N, WS-TM-HU-HASIL,
                                 WS-TM-HU-HARI, WS-TM-HU-VALID.
           MOVE WS-TM-HU-HASIL TO WS-TM-HU-TGL.
