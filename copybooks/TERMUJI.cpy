      *-----------------------
      * shared term master -- uji term WS-TM-KODE dan tanggal
      * WS-TM-TGL untuk pencatatan: term harus ada di TERM.txt,
      * tanggalnya di dalam rentang term itu, dan statusnya di
      * PERIODE.txt tidak ditolak WS-TM-TOLAK ("C": tutup / final,
      * "F": final saja).  Kode term kosong diisi term yang memuat
      * tanggalnya.  Tanpa TERM.txt hanya status yang diuji.
      * Butuh TERMCEK dan PRDCEK; hasil di WS-TM-SAH.
      *-----------------------
       UJI-TERM-BUKA.
           MOVE "N" TO WS-TM-SAH.
           IF WS-TM-MASTER = "Y"
               IF WS-TM-KODE = SPACES
                   PERFORM CARI-TERM-TANGGAL
               ELSE
                   PERFORM CARI-TERM-MASTER
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-TM-MASTER = "Y" AND WS-TM-ADA = "N"
                   IF WS-TM-KODE = SPACES
                       DISPLAY "Tanggal ", WS-TM-TGL, " tidak ",
                               "termasuk term mana pun (TERMADM)"
                   ELSE
                       DISPLAY "Term ", WS-TM-KODE, " tidak ada ",
                               "di daftar term (TERMADM)"
                   END-IF
               WHEN WS-TM-MASTER = "Y" AND
                    (WS-TM-TGL < WS-TM-MULAI OR
                     WS-TM-TGL > WS-TM-AKHIR)
                   DISPLAY "Tanggal ", WS-TM-TGL, " di luar term ",
                           WS-TM-KODE, " (", WS-TM-MULAI, "-",
                           WS-TM-AKHIR, ")"
               WHEN OTHER
                   MOVE "S"        TO WS-PRD-JENIS
                   MOVE WS-TM-KODE TO WS-PRD-KUNCI
                   PERFORM CEK-PERIODE
                   EVALUATE TRUE
                       WHEN WS-PRD-FINAL
                           DISPLAY "Term ", WS-TM-KODE, " sudah ",
                                   "final (rapor dibagikan)"
                       WHEN WS-PRD-TUTUP AND WS-TM-TOLAK = "C"
                           DISPLAY "Term ", WS-TM-KODE, " sudah ",
                                   "ditutup (PERIODE)"
                       WHEN OTHER
                           MOVE "Y" TO WS-TM-SAH
                   END-EVALUATE
           END-EVALUATE.
