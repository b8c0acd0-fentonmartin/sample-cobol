      *-----------------------
       FILE-CONTROL.
           COPY PAIDSEL.
           COPY KTGSEL.
           COPY KTNSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY PAIDFD.

           COPY KTGFD.

           COPY KTNFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

           COPY PRDFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-pd-status pic X(02).
       COPY SESIWS.
       COPY TAMBAH.
       COPY AUDITWS.
       COPY PRDWS.
       COPY KTGWS.
       COPY NOMORWS.
       77 register-input pic 9(02).
       77 jenis-input  pic X(01).
           88 jenis-paidout value "P", "p".
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO catat-count.
            PERFORM BACA-TGL-USAHA.
            DISPLAY "=== PAID-OUT / SETORAN KAS TENGAH SHIFT ===".
            MOVE WS-TGL-USAHA TO WS-PRD-TGL.
            MOVE "Y"          TO WS-PRD-ALIH.
            PERFORM UJI-TGL-POSTING.
            MOVE WS-TGL-USAHA TO ws-tgl.
            IF WS-PRD-BUKA
                MOVE SPACE TO TAMBAH-DATA
                PERFORM CATAT-SATU UNTIL TIDAK
                DISPLAY catat-count, " pengeluaran kas dicatat"
            END-IF.
            MOVE "KASOUT" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.
      *-----------------------
      * SATU PENGELUARAN - susu dibayar dari laci atau lebihan kas
      * di-drop ke brankas; dijurnal saat itu juga supaya RECON tidak
      * menyalahkan kasir atas selisih KURANG yang bukan salahnya.
      * Setiap drop masuk satu kantong setoran bernomor yang tercatat
      * di KANTONG.txt sampai kreditnya dikonfirmasi lewat SETORAN
      *-----------------------
       CATAT-SATU.
            DISPLAY "No. register (1-9)            : ".
            IF jumlah-input = 0
                DISPLAY "Jumlah 0, tidak dicatat"
            ELSE
                MOVE 0 TO WS-KTG-NO
                IF jenis-drop
                    MOVE register-input TO WS-KTG-REG
                    MOVE "D"            TO WS-KTG-ASAL
                    MOVE jumlah-input   TO WS-KTG-AMOUNT
                    PERFORM CATAT-KANTONG
                END-IF
                PERFORM TULIS-PAIDOUT
                ADD 1 TO catat-count
            END-IF.
            MOVE jumlah-input   TO PD-AMOUNT.
            MOVE alasan-input   TO PD-REASON.
            MOVE WS-SESI-ID     TO PD-OPER.
            IF jenis-drop
                MOVE WS-KTG-NO  TO PD-KANTONG
            END-IF.
            WRITE PAIDOUT-RECORD.
            IF ws-pd-status NOT = "00"
                DISPLAY "Gagal mencatat pengeluaran, status ",
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "Pengeluaran Rp ", jumlah-input, " dicatat"
                IF jenis-drop
                    DISPLAY "Tulis di kantong setoran: nomor ",
                            WS-KTG-NO
                END-IF
            END-IF.
            CLOSE PAIDOUT-FILE.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY KTGTULIS.

           COPY NOMORAMB.

           COPY PRDCEK.
