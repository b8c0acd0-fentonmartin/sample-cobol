      *-----------------------
      * shared perishable ingredient lot file -- catat dan simpan
      * perubahan lot.  Selama run, PAKAI-LOT (WS-LOT-SISA satuan
      * bahan WS-LOT-KODE dari lot yang paling dulu kedaluwarsa,
      * FEFO), AMBIL-LOT-INI (dari lot WS-LOT-NOMOR/WS-LOT-EXPIRY,
      * sisanya FEFO) dan CATAT-LOT-MASUK (lot baru atau tambahan)
      * hanya mencatat perubahan.  SIMPAN-LOT membaca ulang setiap
      * lot lewat kuncinya dan menerapkan perubahan run ini saja,
      * seperti stok bahan, sehingga kasir dan program stok lain
      * yang jalan bersamaan tidak saling menimpa.  Lot yang habis
      * dihapus; kekurangan yang tidak tertutup lot mana pun
      * dilewati (stok tercatat memang boleh minus).
      *-----------------------
       MULAI-LOT.
           MOVE 0 TO WS-LOT-COUNT.
           MOVE "N" TO WS-LOT-PENUH.

       PAKAI-LOT.
           MOVE "P"    TO WS-LOT-JENIS.
           MOVE SPACES TO WS-LOT-NOMOR.
           MOVE 0      TO WS-LOT-EXPIRY.
           MOVE 0      TO WS-LOT-TERIMA.
           PERFORM CATAT-UBAH-LOT.

       AMBIL-LOT-INI.
           MOVE "K" TO WS-LOT-JENIS.
           MOVE 0   TO WS-LOT-TERIMA.
           PERFORM CATAT-UBAH-LOT.

      *    lot yang sama (kode, nomor, kedaluwarsa) digabung
       CATAT-LOT-MASUK.
           MOVE "T" TO WS-LOT-JENIS.
           PERFORM CATAT-UBAH-LOT.

       CATAT-UBAH-LOT.
           IF WS-LOT-SISA > 0
               MOVE 0 TO WS-LOT-PILIH
               PERFORM GABUNG-UBAH-LOT
                   VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               EVALUATE TRUE
                   WHEN WS-LOT-PILIH NOT = 0
                       ADD WS-LOT-SISA TO LOT-QTY (WS-LOT-PILIH)
                   WHEN WS-LOT-COUNT >= 200
                       DISPLAY "Daftar perubahan lot penuh, lot ",
                               WS-LOT-KODE, " tidak tercatat"
                       MOVE "Y" TO WS-LOT-PENUH
                   WHEN OTHER
                       ADD 1 TO WS-LOT-COUNT
                       MOVE WS-LOT-JENIS  TO LOT-JENIS (WS-LOT-COUNT)
                       MOVE WS-LOT-KODE   TO LOT-KODE (WS-LOT-COUNT)
                       MOVE WS-LOT-NOMOR  TO LOT-NOMOR (WS-LOT-COUNT)
                       MOVE WS-LOT-EXPIRY TO LOT-EXPIRY (WS-LOT-COUNT)
                       MOVE WS-LOT-SISA   TO LOT-QTY (WS-LOT-COUNT)
                       MOVE WS-LOT-TERIMA TO LOT-TERIMA (WS-LOT-COUNT)
               END-EVALUATE
           END-IF.

       GABUNG-UBAH-LOT.
           IF LOT-JENIS (WS-LOT-IDX) = WS-LOT-JENIS
              AND LOT-KODE (WS-LOT-IDX) = WS-LOT-KODE
              AND LOT-NOMOR (WS-LOT-IDX) = WS-LOT-NOMOR
              AND LOT-EXPIRY (WS-LOT-IDX) = WS-LOT-EXPIRY
               MOVE WS-LOT-IDX TO WS-LOT-PILIH
           END-IF.

      *-----------------------
      * jumlah sisa semua lot satu kode ke WS-LOT-TOTAL, termasuk
      * perubahan run ini yang belum disimpan
      *-----------------------
       HITUNG-TOTAL-LOT.
           MOVE 0 TO WS-LOT-TOTAL.
           OPEN INPUT LOT-FILE.
           IF WS-LT-STATUS = "00"
               PERFORM MULAI-BACA-KODE-LOT
               PERFORM JUMLAH-BARIS-LOT UNTIL WS-LOT-AKHIR = "Y"
               CLOSE LOT-FILE
           END-IF.
           PERFORM JUMLAH-UBAH-LOT
               VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-LOT-COUNT.

       JUMLAH-BARIS-LOT.
           READ LOT-FILE NEXT
               AT END MOVE "Y" TO WS-LOT-AKHIR
               NOT AT END
                   IF LT-KODE NOT = WS-LOT-KODE
                       MOVE "Y" TO WS-LOT-AKHIR
                   ELSE
                       IF LT-QTY > 0
                           ADD LT-QTY TO WS-LOT-TOTAL
                       END-IF
                   END-IF
           END-READ.

       JUMLAH-UBAH-LOT.
           IF LOT-KODE (WS-LOT-IDX) = WS-LOT-KODE
               IF LOT-JENIS (WS-LOT-IDX) = "T"
                   ADD LOT-QTY (WS-LOT-IDX) TO WS-LOT-TOTAL
               ELSE
                   SUBTRACT LOT-QTY (WS-LOT-IDX) FROM WS-LOT-TOTAL
               END-IF
           END-IF.

      *-----------------------
      * tanggal kedaluwarsa lot tertua kode WS-LOT-KODE yang masih
      * bersisa di berkas ke WS-LOT-TUA (0 = tidak ada lot)
      *-----------------------
       CARI-LOT-TERTUA.
           MOVE 0 TO WS-LOT-TUA.
           OPEN INPUT LOT-FILE.
           IF WS-LT-STATUS = "00"
               PERFORM PILIH-LOT-TERTUA
               CLOSE LOT-FILE
           END-IF.

      *    berkas sudah terbuka; kunci lot terpilih ke WS-LOT-KUNCI
       PILIH-LOT-TERTUA.
           MOVE SPACES TO WS-LOT-KUNCI.
           PERFORM MULAI-BACA-KODE-LOT.
           PERFORM BANDINGKAN-LOT UNTIL WS-LOT-AKHIR = "Y".

       MULAI-BACA-KODE-LOT.
           MOVE "N" TO WS-LOT-AKHIR.
           MOVE LOW-VALUES  TO LT-KUNCI.
           MOVE WS-LOT-KODE TO LT-KODE.
           START LOT-FILE KEY IS NOT < LT-KUNCI
               INVALID KEY MOVE "Y" TO WS-LOT-AKHIR
           END-START.

       BANDINGKAN-LOT.
           READ LOT-FILE NEXT
               AT END MOVE "Y" TO WS-LOT-AKHIR
               NOT AT END
                   IF LT-KODE NOT = WS-LOT-KODE
                       MOVE "Y" TO WS-LOT-AKHIR
                   ELSE
                       IF LT-QTY > 0 AND
                          (WS-LOT-KUNCI = SPACES OR
                           LT-EXPIRY < WS-LOT-TUA)
                           MOVE LT-EXPIRY TO WS-LOT-TUA
                           MOVE LT-KUNCI  TO WS-LOT-KUNCI
                       END-IF
                   END-IF
           END-READ.

      *-----------------------
      * SIMPAN - perubahan diterapkan berurutan, satu lot per baca
      * ulang; daftar yang pernah penuh tidak disimpan sama sekali
      *-----------------------
       SIMPAN-LOT.
           EVALUATE TRUE
               WHEN WS-LOT-COUNT = 0
                   CONTINUE
               WHEN LOT-PENUH
                   DISPLAY "Daftar perubahan lot penuh, lot bahan ",
                           "tidak diperbarui"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   OPEN I-O LOT-FILE
                   IF WS-LT-STATUS = "35"
                       OPEN OUTPUT LOT-FILE
                       CLOSE LOT-FILE
                       OPEN I-O LOT-FILE
                   END-IF
                   IF WS-LT-STATUS NOT = "00"
                       DISPLAY "Gagal menyimpan lot bahan, status ",
                               WS-LT-STATUS
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM TERAPKAN-UBAH-LOT
                           VARYING WS-LOT-IDX FROM 1 BY 1
                           UNTIL WS-LOT-IDX > WS-LOT-COUNT
                       CLOSE LOT-FILE
                   END-IF
           END-EVALUATE.

       TERAPKAN-UBAH-LOT.
           MOVE LOT-KODE (WS-LOT-IDX) TO WS-LOT-KODE.
           MOVE LOT-QTY (WS-LOT-IDX)  TO WS-LOT-SISA.
           EVALUATE LOT-JENIS (WS-LOT-IDX)
               WHEN "T"
                   PERFORM TULIS-LOT-MASUK
               WHEN "K"
                   MOVE SPACES                  TO LT-KUNCI
                   MOVE WS-LOT-KODE             TO LT-KODE
                   MOVE LOT-NOMOR (WS-LOT-IDX)  TO LT-LOT
                   MOVE LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY
                   PERFORM AMBIL-DARI-LOT
                   PERFORM AMBIL-FEFO-LOT
               WHEN OTHER
                   PERFORM AMBIL-FEFO-LOT
           END-EVALUATE.

       TULIS-LOT-MASUK.
           MOVE SPACES                  TO LOT-RECORD.
           MOVE WS-LOT-KODE             TO LT-KODE.
           MOVE LOT-NOMOR (WS-LOT-IDX)  TO LT-LOT.
           MOVE LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY.
           READ LOT-FILE
               INVALID KEY
                   MOVE SPACES                  TO LOT-RECORD
                   MOVE WS-LOT-KODE             TO LT-KODE
                   MOVE LOT-NOMOR (WS-LOT-IDX)  TO LT-LOT
                   MOVE LOT-EXPIRY (WS-LOT-IDX) TO LT-EXPIRY
                   MOVE WS-LOT-SISA             TO LT-QTY
                   MOVE LOT-TERIMA (WS-LOT-IDX) TO LT-TERIMA
                   WRITE LOT-RECORD
                       INVALID KEY PERFORM GAGAL-TULIS-LOT
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-SISA TO LT-QTY
                   REWRITE LOT-RECORD
                       INVALID KEY PERFORM GAGAL-TULIS-LOT
                   END-REWRITE
           END-READ.

       AMBIL-FEFO-LOT.
           MOVE 1 TO WS-LOT-PILIH.
           PERFORM AMBIL-LOT-TERTUA
               UNTIL WS-LOT-SISA = 0 OR WS-LOT-PILIH = 0.

       AMBIL-LOT-TERTUA.
           PERFORM PILIH-LOT-TERTUA.
           IF WS-LOT-KUNCI = SPACES
               MOVE 0 TO WS-LOT-PILIH
           ELSE
               MOVE WS-LOT-KUNCI TO LT-KUNCI
               PERFORM AMBIL-DARI-LOT
               IF WS-LOT-AMBIL = 0
                   MOVE 0 TO WS-LOT-PILIH
               END-IF
           END-IF.

      *    kunci lot sudah di LT-KUNCI; lot yang habis dihapus
       AMBIL-DARI-LOT.
           MOVE 0 TO WS-LOT-AMBIL.
           READ LOT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF LT-QTY > 0 AND WS-LOT-SISA > 0
                       IF LT-QTY > WS-LOT-SISA
                           MOVE WS-LOT-SISA TO WS-LOT-AMBIL
                       ELSE
                           MOVE LT-QTY TO WS-LOT-AMBIL
                       END-IF
                       SUBTRACT WS-LOT-AMBIL FROM LT-QTY
                       SUBTRACT WS-LOT-AMBIL FROM WS-LOT-SISA
                       IF LT-QTY = 0
                           DELETE LOT-FILE RECORD
                               INVALID KEY PERFORM GAGAL-TULIS-LOT
                           END-DELETE
                       ELSE
                           REWRITE LOT-RECORD
                               INVALID KEY PERFORM GAGAL-TULIS-LOT
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       GAGAL-TULIS-LOT.
           DISPLAY "Gagal menyimpan lot ", LT-KODE, " ", LT-LOT,
                   ", status ", WS-LT-STATUS.
           MOVE 0 TO WS-LOT-AMBIL.
           MOVE 1 TO RETURN-CODE.
