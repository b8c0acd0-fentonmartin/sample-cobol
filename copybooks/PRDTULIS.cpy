      *-----------------------
      * shared period-status file -- catat status WS-PRD-BARU untuk
      * WS-PRD-JENIS + WS-PRD-KUNCI; tanggal memakai tanggal usaha,
      * operator dari sesi, program dari jejak audit
      *-----------------------
       CATAT-PERIODE.
           IF WS-TGL-USAHA = 0
               PERFORM BACA-TGL-USAHA
           END-IF.
           OPEN INPUT PERIODE-FILE.
           IF WS-PRD-STATUS = "00"
               CLOSE PERIODE-FILE
               OPEN EXTEND PERIODE-FILE
           ELSE
               OPEN OUTPUT PERIODE-FILE
           END-IF.
           MOVE SPACES           TO PERIODE-RECORD.
           MOVE WS-PRD-JENIS     TO PR-JENIS.
           MOVE WS-PRD-KUNCI     TO PR-KUNCI.
           MOVE WS-PRD-BARU      TO PR-STATUS.
           MOVE WS-TGL-USAHA     TO PR-TGL.
           ACCEPT PR-TIME FROM TIME.
           MOVE WS-SESI-ID       TO PR-OPER.
           MOVE WS-AUDIT-PROGRAM TO PR-PROGRAM.
           WRITE PERIODE-RECORD.
           IF WS-PRD-STATUS NOT = "00"
               DISPLAY "Gagal mencatat status periode, status ",
                       WS-PRD-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-PRD-BARU TO WS-PRD-KEADAAN
           END-IF.
           CLOSE PERIODE-FILE.
