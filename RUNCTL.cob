           COPY BDATEFD.

       FD RUNCTL-TMP.
       01 RUNCTL-KEEP PIC X(50).

       FD RUNCTL-FILE.
       01 RUNCTL-RECORD.
           88 mode-running value "S", "s".
           88 mode-done    value "D", "d".
           88 mode-failed  value "F", "f".
           88 mode-mingguan value "W", "w".
           88 mode-bulanan  value "M", "m".
       77 step-input   pic X(10).
       77 ws-tgl       pic 9(08).
       77 ws-jam       pic 9(08).
       77 ctl-hit      pic 9(03) comp value 0.
       77 ws-found     pic X value "N".
           88 step-ketemu value "Y".
       77 ws-simpan    pic X value "N".
       77 ws-jatuh     pic X value "N".
           88 jatuh-tempo value "Y".
       77 tgl-berikut  pic 9(08).
       77 minggu-ini   pic 9(07).
       77 minggu-depan pic 9(07).

      *-----------------------
      * antarmuka HARIUTIL: 'L' hari tutup?, 'K' tambah hari kerja,
      * 'H' angka hari
      *-----------------------
       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.

       01 CTL-TABEL.
           05 CTL-ENTRY OCCURS 100 TIMES.
                WHEN mode-running PERFORM TANDAI-RUNNING
                WHEN mode-done    PERFORM TANDAI-DONE
                WHEN mode-failed  PERFORM TANDAI-FAILED
                WHEN mode-mingguan PERFORM CEK-BERKALA
                WHEN mode-bulanan  PERFORM CEK-BERKALA
                WHEN OTHER
                    DISPLAY "RUNCTL: mode tidak dikenal: ", mode-input
                    MOVE 1 TO RETURN-CODE
            END-EVALUATE.
            IF mode-running OR mode-done OR mode-failed
               OR ws-simpan = "Y"
                PERFORM SIMPAN-RUNCTL
            END-IF.
            GOBACK.
                MOVE 0 TO RETURN-CODE
            END-IF.

      *-----------------------
      * mode W / M: langkah mingguan / akhir bulan.  Jatuh tempo
      * bila tanggal usaha hari buka dan hari buka berikutnya
      * (HARIUTIL, Minggu + LIBUR.txt dilompati) sudah di minggu
      * (Senin-Minggu) / bulan lain -- hari kerja terakhir periode.
      *         RETURN-CODE 0 = jatuh tempo, langkah dicatat DUE
      *                         (bila belum ada) lalu dijalankan,
      *         RETURN-CODE 8 = tidak jatuh tempo malam ini
      *-----------------------
       CEK-BERKALA.
            PERFORM HITUNG-JATUH-TEMPO.
            IF NOT jatuh-tempo
                DISPLAY "RUNCTL: ", step-input, " tidak jatuh tempo ",
                        "tanggal ", ws-tgl
                MOVE 8 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
                IF NOT step-ketemu
                    IF ctl-count >= 100
                        DISPLAY "RUNCTL: tabel penuh"
                        MOVE 1 TO RETURN-CODE
                    ELSE
                        ADD 1 TO ctl-count
                        MOVE ws-tgl     TO CTL-DATE (ctl-count)
                        MOVE step-input TO CTL-STEP (ctl-count)
                        MOVE "DUE"      TO CTL-STATUS (ctl-count)
                        MOVE 0          TO CTL-START (ctl-count)
                        MOVE 0          TO CTL-END (ctl-count)
                        MOVE "Y" TO ws-simpan
                    END-IF
                END-IF
            END-IF.

       HITUNG-JATUH-TEMPO.
            MOVE "N" TO ws-jatuh.
            MOVE "L"    TO hu-fungsi.
            MOVE ws-tgl TO hu-tgl.
            MOVE 0      TO hu-n.
            CALL 'HARIUTIL' USING hu-fungsi hu-tgl hu-n hu-tgl-hasil
                                  hu-harinum hu-valid.
            IF hu-valid = "Y" AND hu-harinum = 0
                MOVE "K"    TO hu-fungsi
                MOVE ws-tgl TO hu-tgl
                MOVE 1      TO hu-n
                CALL 'HARIUTIL' USING hu-fungsi hu-tgl hu-n
                                      hu-tgl-hasil hu-harinum hu-valid
                MOVE hu-tgl-hasil TO tgl-berikut
                IF mode-bulanan
                    IF tgl-berikut (1:6) NOT = ws-tgl (1:6)
                        MOVE "Y" TO ws-jatuh
                    END-IF
                ELSE
                    PERFORM HITUNG-MINGGU
                    IF minggu-depan NOT = minggu-ini
                        MOVE "Y" TO ws-jatuh
                    END-IF
                END-IF
            END-IF.

      *    angka hari 1 = Senin 1900-01-01, jadi (angka - 1) / 7 sama
      *    untuk Senin sampai Minggu yang sama
       HITUNG-MINGGU.
            MOVE "H"    TO hu-fungsi.
            MOVE ws-tgl TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi hu-tgl hu-n hu-tgl-hasil
                                  hu-harinum hu-valid.
            SUBTRACT 1 FROM hu-harinum.
            DIVIDE hu-harinum BY 7 GIVING minggu-ini.
            MOVE tgl-berikut TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi hu-tgl hu-n hu-tgl-hasil
                                  hu-harinum hu-valid.
            SUBTRACT 1 FROM hu-harinum.
            DIVIDE hu-harinum BY 7 GIVING minggu-depan.

       TANDAI-RUNNING.
            IF NOT step-ketemu
                IF ctl-count >= 100
