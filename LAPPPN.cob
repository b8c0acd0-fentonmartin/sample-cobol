            MOVE 0 TO omzet-kena.
            MOVE 0 TO ppn-total.
            DISPLAY "=== LAPORAN PPN BULANAN ===".
            DISPLAY "Bulan yang dilaporkan (YYYYMM, 0 = bulan tanggal ",
                    "usaha): ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                PERFORM BACA-TGL-USAHA
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
            END-IF.
            PERFORM BACA-JURNAL-HIDUP.
            PERFORM BACA-JURNAL-ARSIP.
            PERFORM TULIS-LAPORAN-PPN.
