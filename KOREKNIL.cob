           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
           COPY TERMSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.

           COPY AUDITFD.

           COPY PRDFD.

           COPY TERMFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-nh-status  pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       COPY TERMWS.
       77 mode-input   pic X(01).
           88 mode-laporan value "L", "l".
       77 nis-input    pic 9(05).
                        mapel-input, " tgl ", tgl-input,
                        " tidak ditemukan"
            ELSE
      *         tanggal ujian harus di dalam rentang term nilai itu
      *         (TERM.txt); term yang rapornya sudah dibagikan
      *         (final) tidak dikoreksi lagi supaya angka yang
      *         tercetak di rapor tidak berubah.  Term yang baru
      *         ditutup masih menerima koreksi.
                PERFORM MUAT-TERM-MASTER
                MOVE asal-term TO WS-TM-KODE
                MOVE tgl-input TO WS-TM-TGL
                MOVE "F"       TO WS-TM-TOLAK
                PERFORM UJI-TERM-BUKA
                IF WS-TM-SAH NOT = "Y"
                    DISPLAY "Nilai tidak bisa dikoreksi"
                    MOVE 1 TO RETURN-CODE
                ELSE
                    DISPLAY "Nilai berlaku: T:", asal-tgs, " U:",
                            asal-uts, " A:", asal-uas, " akhir ",
                            asal-nilai
                    DISPLAY "Nilai tugas yang benar        : "
                    ACCEPT in-tgs
                    DISPLAY "Nilai UTS yang benar          : "
                    ACCEPT in-uts
                    DISPLAY "Nilai UAS yang benar          : "
                    ACCEPT in-uas
                    DISPLAY "Kode alasan (2 huruf)         : "
                    ACCEPT alasan-input
                    IF in-tgs > 100 OR in-uts > 100 OR in-uas > 100
                        DISPLAY "Nilai di luar 0-100, koreksi batal"
                    ELSE
                        PERFORM TULIS-RECORD-KOREKSI
                        DISPLAY "Koreksi tercatat: akhir ", cur-nilai,
                                " (", cur-huruf, "), baris asli tetap ",
                                "di arsip"
                    END-IF
                END-IF
            END-IF.

           COPY SESIGET.

           COPY AUDITLOG.

           COPY PRDCEK.

           COPY TERMCEK.

           COPY TERMUJI.
