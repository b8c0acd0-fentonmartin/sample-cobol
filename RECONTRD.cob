            PERFORM CATAT-AUDIT-START.
            PERFORM INIT-TREND.
            DISPLAY "=== TREN SELISIH KAS BULANAN ===".
            DISPLAY "Bulan yang dilaporkan (YYYYMM, 0 = bulan tanggal ",
                    "usaha): ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                PERFORM BACA-TGL-USAHA
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
            END-IF.
            DISPLAY "Toleransi selisih (Rp)        : ".
            ACCEPT toleransi.
            PERFORM BACA-RECON-HISTORI.
