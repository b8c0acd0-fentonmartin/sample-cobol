      *-----------------------
      * shared outlet list -- muat daftar outlet ke OUTLET-TABEL
      * dan kode outlet sendiri ke WS-OUTLET.  CARI-OUTLET mencari
      * WS-OUTLET-CARI di tabel; posisinya di WS-OUTLET-POS (0 =
      * tidak terdaftar).
      *-----------------------
       BACA-OUTLET.
           MOVE 0 TO WS-OUTLET-JML.
           MOVE 1 TO WS-OUTLET.
           MOVE "Pusat" TO WS-OUTLET-NAMA.
           OPEN INPUT OUTLET-FILE.
           IF WS-OL-STATUS = "00"
               PERFORM AMBIL-BARIS-OUTLET
                   UNTIL WS-OL-STATUS NOT = "00"
               CLOSE OUTLET-FILE
           END-IF.
           IF WS-OUTLET-JML = 0
               MOVE 1 TO WS-OUTLET-JML
               MOVE WS-OUTLET TO OTL-KODE (1)
               MOVE WS-OUTLET-NAMA TO OTL-NAMA (1)
           END-IF.

       AMBIL-BARIS-OUTLET.
           READ OUTLET-FILE
               AT END CONTINUE
               NOT AT END
                   IF OL-KODE IS NUMERIC AND OL-KODE NOT = 0
                       IF OL-SINI = "*"
                           MOVE OL-KODE TO WS-OUTLET
                           MOVE OL-NAMA TO WS-OUTLET-NAMA
                       END-IF
                       IF WS-OUTLET-JML >= 4
                           DISPLAY "Tabel outlet penuh, outlet ",
                                   OL-KODE, " dilewati"
                       ELSE
                           ADD 1 TO WS-OUTLET-JML
                           MOVE OL-KODE TO OTL-KODE (WS-OUTLET-JML)
                           MOVE OL-NAMA TO OTL-NAMA (WS-OUTLET-JML)
                       END-IF
                   END-IF
           END-READ.

       CARI-OUTLET.
           MOVE 0 TO WS-OUTLET-POS.
           PERFORM PERIKSA-OUTLET
               VARYING WS-OUTLET-IDX FROM 1 BY 1
               UNTIL WS-OUTLET-IDX > WS-OUTLET-JML.

       PERIKSA-OUTLET.
           IF OTL-KODE (WS-OUTLET-IDX) = WS-OUTLET-CARI
               MOVE WS-OUTLET-IDX TO WS-OUTLET-POS
           END-IF.
