           COPY TUGASSEL.
           COPY ABSENSEL.
           COPY MAPELSEL.
           COPY SPPSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY KASUSSEL.
           COPY TERMSEL.
           COPY SIKAPSEL.
           SELECT RAPOR-FILE ASSIGN TO "RAPOR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-STATUS.

           COPY MAPELFD.

           COPY SPPFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY KASUSFD.

           COPY TERMFD.

           COPY SIKAPFD.

       FD RAPOR-FILE.
       01 RAPOR-RECORD PIC X(100).

       77 ws-tk-status pic X(02).
       77 ws-rp-status pic X(02).
       77 ws-ab-status pic X(02).
       77 ws-ks-status pic X(02).
       77 sikap-kasus  pic 9(03).
       77 sikap-poin   pic 9(04).
       77 sikap-kons   pic 9(03).
       77 sikap-buka   pic 9(03).
       77 sikap-tahun  pic 9(04).
       77 ws-mp-status pic X(02).
       77 mapel-count  pic 9(03) value 0.
       77 mapel-idx    pic 9(03) comp.
       77 absen-izin   pic 9(03).
       77 absen-total  pic 9(03).
       77 absen-pct    pic 9(03).
       77 ws-spp-status pic X(02).
       77 spp-count    pic 9(03) value 0.
       77 spp-idx      pic 9(03) comp.
       77 spp-hit      pic 9(03) comp.
       77 spp-tagih    pic 9(09).
       77 spp-bayar    pic 9(09).
       77 spp-tunggak  pic 9(09).
       77 spp-bulan-n  pic 9(03).
       77 spp-kurang   pic 9(09).
       77 spp-amt      pic Z(8)9.
       77 spp-amt2     pic Z(8)9.
       77 spp-amt3     pic Z(8)9.
       COPY BDATEWS.
       77 mode-input   pic X(01).
           88 mode-kelas value "K", "k".
       77 hu-valid     pic X.
       COPY SESIWS.
       COPY AUDITWS.
       COPY GURUWS.
       COPY TERMWS.
       COPY SIKAPWS.

       01 RAPOR-LINE PIC X(100).

           02 FILLER   PIC X(01) VALUE ")".
           02 FILLER   PIC X(01) VALUE SPACE.
           02 RN-FLAG  PIC X(10).
           02 FILLER   PIC X(01) VALUE SPACE.
           02 RN-GURU  PIC X(16).

      *-----------------------
      * rekening SPP siswa per bulan dari SPP.txt
      *-----------------------
       01 SPP-TABEL.
           05 SPP-ENTRY OCCURS 120 TIMES.
               10 SPT-BULAN PIC 9(06).
               10 SPT-TAGIH PIC 9(09).
               10 SPT-BAYAR PIC 9(09).

       01 RPR-TUGAS-LINE.
           02 FILLER   PIC X(02) VALUE SPACES.
            MOVE hu-harinum TO ws-sys-harinum.
            MOVE 0 TO halaman-count.
            PERFORM MUAT-MAPEL.
            PERFORM MUAT-GURU-AJAR.
            PERFORM MUAT-SIKAP-CFG.
            PERFORM MUAT-TERM-MASTER.
            MOVE WS-TGL-USAHA TO WS-SK-TGL.
            PERFORM TENTUKAN-TAHUN-SIKAP.
            DISPLAY "=== RAPOR SISWA ===".
            DISPLAY "(S)atu siswa / satu (K)elas : ".
            ACCEPT mode-input.
            MOVE "Absensi:" TO RAPOR-LINE.
            PERFORM TULIS-BARIS-RAPOR.
            PERFORM CETAK-ABSENSI-SISWA.
            MOVE "Sikap dan kedisiplinan:" TO RAPOR-LINE.
            PERFORM TULIS-BARIS-RAPOR.
            PERFORM CETAK-SIKAP-SISWA.
            MOVE "Uang sekolah (SPP):" TO RAPOR-LINE.
            PERFORM TULIS-BARIS-RAPOR.
            PERFORM CETAK-SPP-SISWA.

       CETAK-RIWAYAT-NILAI.
            MOVE 0 TO nilai-count.
            PERFORM ISI-NAMA-MAPEL
                VARYING mapel-idx FROM 1 BY 1
                UNTIL mapel-idx > mapel-count.
            MOVE STU-KELAS            TO WS-GA-KELAS.
            MOVE NL-SUBJ (nilai-idx)  TO WS-GA-MAPEL.
            PERFORM CARI-GURU-MAPEL.
            MOVE WS-GA-NAMA           TO RN-GURU.
            MOVE NL-TGL (nilai-idx)   TO RN-TGL.
            MOVE NL-TERM (nilai-idx)  TO RN-TERM.
            MOVE NL-TGS (nilai-idx)   TO RN-TGS.
                    END-IF
            END-READ.

      *-----------------------
      * SIKAP - kejadian siswa ini di KASUS.txt selama term berjalan
      * (term terakhir yang sudah mulai menurut TERM.txt): banyak
      * pelanggaran dan poinnya, catatan konseling dan yang masih
      * ditindaklanjuti.  Predikat dari poin kumulatif setahun
      * ajaran dengan batas SP yang sama seperti LAPSIKAP; tanpa
      * TERM.txt seluruh catatan dihitung
      *-----------------------
       CETAK-SIKAP-SISWA.
            MOVE 0 TO sikap-kasus.
            MOVE 0 TO sikap-poin.
            MOVE 0 TO sikap-kons.
            MOVE 0 TO sikap-buka.
            MOVE 0 TO sikap-tahun.
            OPEN INPUT KASUS-FILE.
            IF ws-ks-status = "00"
                PERFORM AMBIL-BARIS-KASUS
                    UNTIL ws-ks-status NOT = "00"
                CLOSE KASUS-FILE
            END-IF.
            MOVE SPACES TO RAPOR-LINE.
            IF WS-SK-TERM = SPACES
                STRING "  Seluruh catatan: " sikap-kasus
                       " pelanggaran (" sikap-poin " poin), "
                       sikap-kons " catatan konseling"
                    DELIMITED BY SIZE INTO RAPOR-LINE
            ELSE
                STRING "  Term " DELIMITED BY SIZE
                       WS-SK-TERM DELIMITED BY SPACE
                       ": " sikap-kasus
                       " pelanggaran (" sikap-poin " poin), "
                       sikap-kons " catatan konseling"
                    DELIMITED BY SIZE INTO RAPOR-LINE
            END-IF.
            PERFORM TULIS-BARIS-RAPOR.
            MOVE sikap-tahun TO WS-SK-POIN.
            PERFORM TENTUKAN-PREDIKAT.
            MOVE SPACES TO RAPOR-LINE.
            IF WS-SK-TAHUN = SPACES
                STRING "  Poin kumulatif " sikap-tahun
                       "  predikat sikap: " WS-SK-PREDIKAT
                    DELIMITED BY SIZE INTO RAPOR-LINE
            ELSE
                STRING "  Poin tahun ajaran " WS-SK-TAHUN " "
                       sikap-tahun "  predikat sikap: " WS-SK-PREDIKAT
                    DELIMITED BY SIZE INTO RAPOR-LINE
            END-IF.
            PERFORM TULIS-BARIS-RAPOR.
            IF sikap-buka > 0
                MOVE SPACES TO RAPOR-LINE
                STRING "  " sikap-buka
                       " kejadian masih dalam tindak lanjut"
                    DELIMITED BY SIZE INTO RAPOR-LINE
                PERFORM TULIS-BARIS-RAPOR
            END-IF.

       AMBIL-BARIS-KASUS.
            READ KASUS-FILE
                AT END CONTINUE
                NOT AT END
                    IF KS-NIS = STUDENT-ID
                        PERFORM HITUNG-BARIS-KASUS
                    END-IF
            END-READ.

       HITUNG-BARIS-KASUS.
            IF KS-TGL >= WS-SK-AWAL
                ADD KS-POIN TO sikap-tahun
            END-IF.
            IF KS-TGL >= WS-SK-MULAI AND KS-TGL <= WS-SK-AKHIR
                IF KS-KATEG = "KON"
                    ADD 1 TO sikap-kons
                ELSE
                    ADD 1 TO sikap-kasus
                    ADD KS-POIN TO sikap-poin
                END-IF
                IF KS-STATUS = "O"
                    ADD 1 TO sikap-buka
                END-IF
            END-IF.

      *-----------------------
      * REKENING SPP - total tertagih, dibayar dan tunggakan siswa
      * ini dari SPP.txt, dengan bulan yang belum lunas
      *-----------------------
       CETAK-SPP-SISWA.
            MOVE 0 TO spp-count.
            MOVE 0 TO spp-tagih.
            MOVE 0 TO spp-bayar.
            OPEN INPUT SPP-FILE.
            IF ws-spp-status = "00"
                PERFORM AMBIL-BARIS-SPP
                    UNTIL ws-spp-status NOT = "00"
                CLOSE SPP-FILE
            END-IF.
            IF spp-count = 0
                MOVE "  (belum ada tagihan SPP)" TO RAPOR-LINE
                PERFORM TULIS-BARIS-RAPOR
            ELSE
                MOVE 0 TO spp-tunggak
                MOVE 0 TO spp-bulan-n
                PERFORM HITUNG-TUNGGAK-SPP
                    VARYING spp-idx FROM 1 BY 1
                    UNTIL spp-idx > spp-count
                MOVE spp-tagih   TO spp-amt
                MOVE spp-bayar   TO spp-amt2
                MOVE spp-tunggak TO spp-amt3
                MOVE SPACES TO RAPOR-LINE
                STRING "  tertagih Rp" spp-amt
                       "  dibayar Rp" spp-amt2
                       "  tunggakan Rp" spp-amt3
                       " (" spp-bulan-n " bulan)"
                    DELIMITED BY SIZE INTO RAPOR-LINE
                PERFORM TULIS-BARIS-RAPOR
                PERFORM CETAK-BULAN-TUNGGAK
                    VARYING spp-idx FROM 1 BY 1
                    UNTIL spp-idx > spp-count
            END-IF.

       AMBIL-BARIS-SPP.
            READ SPP-FILE
                AT END CONTINUE
                NOT AT END
                    IF SP-NIS = STUDENT-ID
                        PERFORM REKAP-BARIS-SPP
                    END-IF
            END-READ.

       REKAP-BARIS-SPP.
            MOVE 0 TO spp-hit.
            PERFORM CARI-BULAN-SPP
                VARYING spp-idx FROM 1 BY 1
                UNTIL spp-idx > spp-count.
            IF spp-hit = 0
                IF spp-count >= 120
                    DISPLAY "Tabel SPP penuh, baris dilewati"
                ELSE
                    ADD 1 TO spp-count
                    MOVE spp-count TO spp-hit
                    MOVE SP-BULAN TO SPT-BULAN (spp-hit)
                    MOVE 0 TO SPT-TAGIH (spp-hit)
                    MOVE 0 TO SPT-BAYAR (spp-hit)
                END-IF
            END-IF.
            IF spp-hit NOT = 0
                IF SP-JENIS = "T"
                    ADD SP-JUMLAH TO SPT-TAGIH (spp-hit)
                    ADD SP-JUMLAH TO spp-tagih
                ELSE
                    ADD SP-JUMLAH TO SPT-BAYAR (spp-hit)
                    ADD SP-JUMLAH TO spp-bayar
                END-IF
            END-IF.

       CARI-BULAN-SPP.
            IF SPT-BULAN (spp-idx) = SP-BULAN
                MOVE spp-idx TO spp-hit
            END-IF.

       HITUNG-TUNGGAK-SPP.
            IF SPT-TAGIH (spp-idx) > SPT-BAYAR (spp-idx)
                COMPUTE spp-tunggak = spp-tunggak +
                    SPT-TAGIH (spp-idx) - SPT-BAYAR (spp-idx)
                ADD 1 TO spp-bulan-n
            END-IF.

       CETAK-BULAN-TUNGGAK.
            IF SPT-TAGIH (spp-idx) > SPT-BAYAR (spp-idx)
                COMPUTE spp-kurang =
                    SPT-TAGIH (spp-idx) - SPT-BAYAR (spp-idx)
                MOVE spp-kurang TO spp-amt
                MOVE SPACES TO RAPOR-LINE
                STRING "    bulan " SPT-BULAN (spp-idx)
                       " belum lunas, kurang Rp" spp-amt
                    DELIMITED BY SIZE INTO RAPOR-LINE
                PERFORM TULIS-BARIS-RAPOR
            END-IF.

       TULIS-BARIS-RAPOR.
            MOVE RAPOR-LINE TO RAPOR-RECORD.
            WRITE RAPOR-RECORD.
           COPY SESIGET.

           COPY AUDITLOG.

           COPY GURUCARI.
           COPY SIKAPCEK.
           COPY TERMCEK.
