               FILE STATUS IS WS-LB-STATUS.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       COPY BDATEWS.
       77 ws-sisa2   pic 9(04).
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.

       01 TGL-PECAH.
           02 TP-YYYY PIC 9(04).
                MOVE tgl-input TO WS-TGL-USAHA
                PERFORM SIMPAN-TGL-USAHA
                DISPLAY "Tanggal usaha di-override ke ", WS-TGL-USAHA
                PERFORM PERINGATKAN-BULAN-TUTUP
            END-IF.

      *-----------------------
      * tanggal usaha boleh diundur ke bulan yang sudah ditutup
      * (mengulang laporan), tetapi program posting akan menolak
      * atau mengalihkan catatannya ke hari ini -- diperingatkan
      *-----------------------
       PERINGATKAN-BULAN-TUTUP.
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "N"          TO WS-PRD-ALIH.
            PERFORM CEK-TGL-POSTING.
            IF NOT WS-PRD-BUKA
                DISPLAY "PERHATIAN: bulan ", WS-PRD-KUNCI, " sudah ",
                        "ditutup; posting akan ditolak atau ",
                        "dialihkan ke hari ini"
            END-IF.

      *-----------------------
           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.
