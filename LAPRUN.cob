            MOVE 0 TO step-count.
            MOVE 0 TO hari-count.
            DISPLAY "=== TREN DURASI RANTAI MALAM ===".
            DISPLAY "Bulan yang dilaporkan (YYYYMM, 0 = bulan tanggal ",
                    "usaha): ".
            ACCEPT bulan-input.
            IF bulan-input = 0
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
            END-IF.
            COMPUTE ws-tengah = (bulan-input * 100) + 15.
            PERFORM BACA-RUNCTL.
            IF step-count = 0
