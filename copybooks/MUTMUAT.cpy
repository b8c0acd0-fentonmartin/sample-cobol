      *-----------------------
      * shared stock transfer ledger -- muat dan simpan MUTASI.txt
      * utuh, dan cari satu baris dokumen (WS-MUT-DARI, WS-MUT-NO,
      * WS-MUT-BARIS) ke WS-MUT-POS (0 = tidak ada)
      *-----------------------
       MUAT-MUTASI.
           MOVE 0 TO WS-MUT-COUNT.
           OPEN INPUT MUTASI-FILE.
           IF WS-MT-STATUS = "00"
               PERFORM AMBIL-BARIS-MUTASI
                   UNTIL WS-MT-STATUS NOT = "00"
               CLOSE MUTASI-FILE
           END-IF.

       AMBIL-BARIS-MUTASI.
           READ MUTASI-FILE
               AT END CONTINUE
               NOT AT END
                   IF WS-MUT-COUNT >= 1000
                       DISPLAY "Tabel mutasi penuh, dokumen ",
                               MT-DARI, "-", MT-NO, " dilewati"
                   ELSE
                       ADD 1 TO WS-MUT-COUNT
                       PERFORM SALIN-KE-TABEL-MUTASI
                   END-IF
           END-READ.

       SALIN-KE-TABEL-MUTASI.
           MOVE MT-DARI       TO MTT-DARI (WS-MUT-COUNT).
           MOVE MT-NO         TO MTT-NO (WS-MUT-COUNT).
           MOVE MT-BARIS      TO MTT-BARIS (WS-MUT-COUNT).
           MOVE MT-KE         TO MTT-KE (WS-MUT-COUNT).
           MOVE MT-BAHAN      TO MTT-BAHAN (WS-MUT-COUNT).
           MOVE MT-NAMA       TO MTT-NAMA (WS-MUT-COUNT).
           MOVE MT-SATUAN     TO MTT-SATUAN (WS-MUT-COUNT).
           MOVE MT-QTY        TO MTT-QTY (WS-MUT-COUNT).
           MOVE MT-COST       TO MTT-COST (WS-MUT-COUNT).
           MOVE MT-EXPIRY     TO MTT-EXPIRY (WS-MUT-COUNT).
           MOVE MT-TGL-KIRIM  TO MTT-TGL-KIRIM (WS-MUT-COUNT).
           MOVE MT-STATUS     TO MTT-STATUS (WS-MUT-COUNT).
           MOVE MT-QTY-TERIMA TO MTT-QTY-TERIMA (WS-MUT-COUNT).
           MOVE MT-TGL-TERIMA TO MTT-TGL-TERIMA (WS-MUT-COUNT).

       SIMPAN-MUTASI.
           OPEN OUTPUT MUTASI-FILE.
           PERFORM TULIS-BARIS-MUTASI
               VARYING WS-MUT-IDX FROM 1 BY 1
               UNTIL WS-MUT-IDX > WS-MUT-COUNT.
           IF WS-MT-STATUS NOT = "00"
               DISPLAY "Gagal menyimpan MUTASI.txt, status ",
                       WS-MT-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE MUTASI-FILE.

       TULIS-BARIS-MUTASI.
           PERFORM SALIN-DARI-TABEL-MUTASI.
           WRITE MUTASI-RECORD.

       SALIN-DARI-TABEL-MUTASI.
           MOVE SPACES                        TO MUTASI-RECORD.
           MOVE MTT-DARI (WS-MUT-IDX)         TO MT-DARI.
           MOVE MTT-NO (WS-MUT-IDX)           TO MT-NO.
           MOVE MTT-BARIS (WS-MUT-IDX)        TO MT-BARIS.
           MOVE MTT-KE (WS-MUT-IDX)           TO MT-KE.
           MOVE MTT-BAHAN (WS-MUT-IDX)        TO MT-BAHAN.
           MOVE MTT-NAMA (WS-MUT-IDX)         TO MT-NAMA.
           MOVE MTT-SATUAN (WS-MUT-IDX)       TO MT-SATUAN.
           MOVE MTT-QTY (WS-MUT-IDX)          TO MT-QTY.
           MOVE MTT-COST (WS-MUT-IDX)         TO MT-COST.
           MOVE MTT-EXPIRY (WS-MUT-IDX)       TO MT-EXPIRY.
           MOVE MTT-TGL-KIRIM (WS-MUT-IDX)    TO MT-TGL-KIRIM.
           MOVE MTT-STATUS (WS-MUT-IDX)       TO MT-STATUS.
           MOVE MTT-QTY-TERIMA (WS-MUT-IDX)   TO MT-QTY-TERIMA.
           MOVE MTT-TGL-TERIMA (WS-MUT-IDX)   TO MT-TGL-TERIMA.

       CARI-MUTASI.
           MOVE 0 TO WS-MUT-POS.
           PERFORM PERIKSA-MUTASI
               VARYING WS-MUT-IDX FROM 1 BY 1
               UNTIL WS-MUT-IDX > WS-MUT-COUNT OR WS-MUT-POS NOT = 0.

       PERIKSA-MUTASI.
           IF MTT-DARI (WS-MUT-IDX) = WS-MUT-DARI
              AND MTT-NO (WS-MUT-IDX) = WS-MUT-NO
              AND MTT-BARIS (WS-MUT-IDX) = WS-MUT-BARIS
               MOVE WS-MUT-IDX TO WS-MUT-POS
           END-IF.
