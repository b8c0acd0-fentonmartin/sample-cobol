           88 PILIH-LAPRUN      VALUE 'DR', 'dr'.
           88 PILIH-KONVTGL     VALUE 'KT', 'kt'.
           88 PILIH-LAPCHG      VALUE 'CH', 'ch'.
           88 PILIH-JAMKERJA    VALUE 'JK', 'jk'.
           88 PILIH-LAPHADIR    VALUE 'LH', 'lh'.
           88 PILIH-GAJIAN      VALUE 'GJ', 'gj'.
           88 PILIH-KASBON      VALUE 'KB', 'kb'.
           88 PILIH-TIPPOOL     VALUE 'TP', 'tp'.
           88 PILIH-LAPAWAS     VALUE 'AW', 'aw'.
           88 PILIH-GLPOST      VALUE 'GL', 'gl'.
           88 PILIH-FAKTUR      VALUE 'FK', 'fk'.
           88 PILIH-NILAISTK    VALUE 'NS', 'ns'.
           88 PILIH-SUSUT       VALUE 'SS', 'ss'.
           88 PILIH-PAKAIBHN    VALUE 'PB', 'pb'.
           88 PILIH-RETUR       VALUE 'RB', 'rb'.
           88 PILIH-MENUENG     VALUE 'ME', 'me'.
           88 PILIH-ANTRIAN     VALUE 'AB', 'ab'.
           88 PILIH-PRAPESAN    VALUE 'PS', 'ps'.
           88 PILIH-PAYOUT      VALUE 'PO', 'po'.
           88 PILIH-MUTASI      VALUE 'MT', 'mt'.
           88 PILIH-CABANG      VALUE 'CB', 'cb'.
           88 PILIH-TARGET      VALUE 'TJ', 'tj'.
           88 PILIH-SETORAN     VALUE 'SB', 'sb'.
           88 PILIH-STPERIODE   VALUE 'PD', 'pd'.
           88 PILIH-PULIH       VALUE 'PU', 'pu'.
           88 PILIH-KONVIDX     VALUE 'KI', 'ki'.
           88 PILIH-NOMORAUD    VALUE 'AN', 'an'.
           88 PILIH-LAPARSIP    VALUE 'AL', 'al'.
           88 PILIH-SPP         VALUE 'US', 'us'.
           88 PILIH-SPPADM      VALUE 'UT', 'ut'.
           88 PILIH-GURU        VALUE 'GR', 'gr'.
           88 PILIH-BEBANGR     VALUE 'BG', 'bg'.
           88 PILIH-JADWAL      VALUE 'JD', 'jd'.
           88 PILIH-TERM        VALUE 'KA', 'ka'.
           88 PILIH-RAWAN       VALUE 'RW', 'rw'.
           88 PILIH-KENAIKAN    VALUE 'NK', 'nk'.
           88 PILIH-KASUS       VALUE 'SK', 'sk'.
           88 PILIH-LAPSIKAP    VALUE 'LS', 'ls'.
           88 PILIH-UJIAN       VALUE 'JU', 'ju'.
           88 PILIH-DAPODIK     VALUE 'ED', 'ed'.
           88 PILIH-SIGNOFF     VALUE 'X', 'x'.
           88 PILIH-KELUAR      VALUE '0'.

               WHEN WS-SESI-ROLE = "K"
                   IF WS-UJI = "2" OR WS-UJI = "3" OR WS-UJI = "A"
                      OR WS-UJI = "H" OR WS-UJI = "O"
                      OR WS-UJI = "JK" OR WS-UJI = "AB"
                      OR WS-UJI = "PS" OR WS-UJI = "MT"
                       MOVE "Y" TO WS-BOLEH
                   END-IF
               WHEN WS-SESI-ROLE = "G"
                      OR WS-UJI = "W" OR WS-UJI = "Y"
                      OR WS-UJI = "Z" OR WS-UJI = "RM"
                      OR WS-UJI = "MP" OR WS-UJI = "TG"
                      OR WS-UJI = "JK" OR WS-UJI = "GR"
                      OR WS-UJI = "BG" OR WS-UJI = "JD"
                      OR WS-UJI = "RW" OR WS-UJI = "NK"
                      OR WS-UJI = "SK" OR WS-UJI = "LS"
                      OR WS-UJI = "JU" OR WS-UJI = "ED"
                       MOVE "Y" TO WS-BOLEH
                   END-IF
               WHEN OTHER
           IF WS-BOLEH = "Y"
               DISPLAY "CH. Riwayat perubahan     (LAPCHG)"
           END-IF
           MOVE "JK" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "JK. Jam kerja masuk/pulang (JAMKERJA)"
           END-IF
           MOVE "LH" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "LH. Laporan jam kerja     (LAPHADIR)"
           END-IF
           MOVE "GJ" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "GJ. Penggajian bulanan    (GAJIAN)"
           END-IF
           MOVE "KB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "KB. Kasbon karyawan       (KASBON)"
           END-IF
           MOVE "TP" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "TP. Tip pool mingguan     (TIPPOOL)"
           END-IF
           MOVE "AW" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "AW. Pengawasan kasir      (LAPAWAS)"
           END-IF
           MOVE "GL" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "GL. Posting buku besar    (GLPOST)"
           END-IF
           MOVE "FK" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "FK. Faktur pemasok        (FAKTUR)"
           END-IF
           MOVE "NS" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "NS. Nilai persediaan      (NILAISTK)"
           END-IF
           MOVE "SS" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "SS. Susut & buang bahan   (SUSUT)"
           END-IF
           MOVE "PB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "PB. Pemakaian bahan teori/aktual (PAKAIBHN)"
           END-IF
           MOVE "RB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "RB. Retur ke pemasok      (RETUR)"
           END-IF
           MOVE "ME" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "ME. Rekayasa menu         (MENUENG)"
           END-IF
           MOVE "AB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "AB. Antrian tiket bar     (ANTRIAN)"
           END-IF
           MOVE "PS" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "PS. Pesanan pelanggan     (PRAPESAN)"
           END-IF
           MOVE "PO" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "PO. Pencairan platform    (PAYOUT)"
           END-IF
           MOVE "MT" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "MT. Mutasi stok outlet    (MUTASI)"
           END-IF
           MOVE "CB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "CB. Data antar-outlet     (CABANG)"
           END-IF
           MOVE "TJ" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "TJ. Target & capaian      (TARGET)"
           END-IF
           MOVE "SB" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "SB. Setoran bank          (SETORAN)"
           END-IF
           MOVE "PD" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "PD. Status periode        (PERIODE)"
           END-IF
           MOVE "PU" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "PU. Pemulihan maju master (PULIH)"
           END-IF
           MOVE "KI" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "KI. Konversi master indeks (KONVIDX)"
           END-IF
           MOVE "AN" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "AN. Audit nomor           (NOMORAUD)"
           END-IF
           MOVE "AL" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "AL. Arsip laporan         (LAPARSIP)"
           END-IF
           MOVE "US" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "US. Uang sekolah (SPP)    (SPP)"
           END-IF
           MOVE "UT" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "UT. Tarif/potongan SPP    (SPPADM)"
           END-IF
           MOVE "GR" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "GR. Daftar guru/penugasan (GURUADM)"
           END-IF
           MOVE "BG" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "BG. Beban mengajar guru   (BEBANGR)"
           END-IF
           MOVE "JD" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "JD. Jadwal pelajaran      (JADWAL)"
           END-IF
           MOVE "KA" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "KA. Kalender term sekolah (TERMADM)"
           END-IF
           MOVE "RW" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "RW. Peringatan dini siswa (RAWAN)"
           END-IF
           MOVE "NK" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "NK. Kelayakan kenaikan    (KENAIKAN)"
           END-IF
           MOVE "SK" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "SK. Kasus & konseling     (KASUSADM)"
           END-IF
           MOVE "LS" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "LS. Laporan sikap bulanan (LAPSIKAP)"
           END-IF
           MOVE "JU" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "JU. Jadwal & duduk ujian  (UJIANADM)"
           END-IF
           MOVE "ED" TO WS-UJI PERFORM UJI-HAK
           IF WS-BOLEH = "Y"
               DISPLAY "ED. Ekspor Dapodik/eRapor (DAPODIK)"
           END-IF
           DISPLAY "X. Sign-off / ganti operator"
           DISPLAY "0. Keluar"
           DISPLAY "Pilihan : "
                   WHEN PILIH-LAPRUN     CALL "LAPRUN"
                   WHEN PILIH-KONVTGL    CALL "KONVTGL"
                   WHEN PILIH-LAPCHG     CALL "LAPCHG"
                   WHEN PILIH-JAMKERJA   CALL "JAMKERJA"
                   WHEN PILIH-LAPHADIR   CALL "LAPHADIR"
                   WHEN PILIH-GAJIAN     CALL "GAJIAN"
                   WHEN PILIH-KASBON     CALL "KASBON"
                   WHEN PILIH-TIPPOOL    CALL "TIPPOOL"
                   WHEN PILIH-LAPAWAS    CALL "LAPAWAS"
                   WHEN PILIH-GLPOST     CALL "GLPOST"
                   WHEN PILIH-FAKTUR     CALL "FAKTUR"
                   WHEN PILIH-NILAISTK   CALL "NILAISTK"
                   WHEN PILIH-SUSUT      CALL "SUSUT"
                   WHEN PILIH-PAKAIBHN   CALL "PAKAIBHN"
                   WHEN PILIH-RETUR      CALL "RETUR"
                   WHEN PILIH-MENUENG    CALL "MENUENG"
                   WHEN PILIH-ANTRIAN    CALL "ANTRIAN"
                   WHEN PILIH-PRAPESAN   CALL "PRAPESAN"
                   WHEN PILIH-PAYOUT     CALL "PAYOUT"
                   WHEN PILIH-MUTASI     CALL "MUTASI"
                   WHEN PILIH-CABANG     CALL "CABANG"
                   WHEN PILIH-TARGET     CALL "TARGET"
                   WHEN PILIH-SETORAN    CALL "SETORAN"
                   WHEN PILIH-STPERIODE  CALL "PERIODE"
                   WHEN PILIH-PULIH      CALL "PULIH"
                   WHEN PILIH-KONVIDX    CALL "KONVIDX"
                   WHEN PILIH-NOMORAUD   CALL "NOMORAUD"
                   WHEN PILIH-LAPARSIP   CALL "LAPARSIP"
                   WHEN PILIH-SPP        CALL "SPP"
                   WHEN PILIH-SPPADM     CALL "SPPADM"
                   WHEN PILIH-GURU       CALL "GURUADM"
                   WHEN PILIH-BEBANGR    CALL "BEBANGR"
                   WHEN PILIH-JADWAL     CALL "JADWAL"
                   WHEN PILIH-TERM       CALL "TERMADM"
                   WHEN PILIH-RAWAN      CALL "RAWAN"
                   WHEN PILIH-KENAIKAN   CALL "KENAIKAN"
                   WHEN PILIH-KASUS      CALL "KASUSADM"
                   WHEN PILIH-LAPSIKAP   CALL "LAPSIKAP"
                   WHEN PILIH-UJIAN      CALL "UJIANADM"
                   WHEN PILIH-DAPODIK    CALL "DAPODIK"
                   WHEN PILIH-SIGNOFF    PERFORM GANTI-OPERATOR
                   WHEN PILIH-KELUAR     CONTINUE
                   WHEN OTHER            DISPLAY "Pilihan tidak ",
