           COPY ABSENSEL.
           COPY SISWASEL.
           COPY KELASSEL.
           COPY TERMSEL.
           COPY PRDSEL.
           SELECT ABSEN-REPORT ASSIGN TO "LAPABSEN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           COPY KELASFD.

           COPY TERMFD.

           COPY PRDFD.

       FD ABSEN-REPORT.
       01 ABSEN-RPT-RECORD PIC X(100).

       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY TERMWS.
       COPY PRDWS.
       77 mode-input    pic X(01).
           88 mode-laporan value "L", "l".
       77 tgl-input     pic 9(08).
       77 rekap-idx     pic 9(03) comp.
       77 ws-pct        pic 9(03).
       77 ws-total-hari pic 9(03).
       77 hari-sekolah  pic 9(03) value 0.
       77 term-idx      pic 9(03) comp.
       77 bulan-awal    pic 9(08).
       77 bulan-akhir   pic 9(08).
       77 ws-found      pic X value "N".
           88 entri-ketemu value "Y".

           02 RH-KELAS PIC X(06).
           02 FILLER PIC X(12) VALUE " bulan      ".
           02 RH-BULAN PIC 9(06).
           02 FILLER PIC X(15) VALUE " hari sekolah: ".
           02 RH-HARI  PIC ZZ9.
           02 FILLER PIC X(31) VALUE SPACES.

       01 RPT-DETAIL-LINE.
           02 FILLER   PIC X(04) VALUE "NIS ".
            GOBACK.

      *-----------------------
      * CATAT - tanggal harus jatuh di term yang masih buka
      * (TERM.txt / PERIODE), kelas diverifikasi ke daftar kelas,
      * lalu setiap siswa aktif kelas itu ditanya statusnya
      * (H/A/S/I) dan dijurnal per tanggal usaha
      *-----------------------
       CATAT-ABSENSI.
            DISPLAY "Tanggal (YYYYMMDD, 0=hari ini): ".
            END-IF.
            DISPLAY "Kelas                         : ".
            ACCEPT kelas-input.
            PERFORM MUAT-TERM-MASTER.
            MOVE SPACES    TO WS-TM-KODE.
            MOVE tgl-input TO WS-TM-TGL.
            MOVE "C"       TO WS-TM-TOLAK.
            PERFORM UJI-TERM-BUKA.
            PERFORM UJI-KELAS.
            EVALUATE TRUE
                WHEN WS-TM-SAH NOT = "Y"
                    DISPLAY "Absensi tanggal ", tgl-input,
                            " tidak dicatat"
                    MOVE 1 TO RETURN-CODE
                WHEN ws-kelas-ada NOT = "Y"
                    DISPLAY "Kelas ", kelas-input, " tidak ada di ",
                            "daftar kelas (KELASADM)"
                WHEN OTHER
                    PERFORM CATAT-KELAS
            END-EVALUATE.

       CATAT-KELAS.
            MOVE 0 TO catat-count.
            PERFORM BUKA-ABSEN.
            OPEN INPUT STUDENT.
            IF WS-FS NOT = "00"
                DISPLAY "Roster (DATA.txt) tidak terbuka, ",
                        "status ", WS-FS
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE "N" TO ws-eof
                MOVE 0 TO STUDENT-ID
                START STUDENT KEY IS > STUDENT-ID
                    INVALID KEY MOVE "Y" TO ws-eof
                END-START
                PERFORM CATAT-SATU-SISWA UNTIL ws-eof = "Y"
                CLOSE STUDENT
            END-IF.
            CLOSE ABSEN-FILE.
            DISPLAY catat-count, " siswa dicatat untuk kelas ",
                    kelas-input, " tanggal ", tgl-input.

       UJI-KELAS.
            MOVE "N" TO ws-kelas-ada.
      *-----------------------
      * LAPORAN BULANAN - persentase kehadiran per siswa kelas itu,
      * dengan cap RAWAN ALPA untuk yang alpa >= 3 hari atau hadir
      * di bawah 75 persen.  Pembaginya hari sekolah bulan itu
      * menurut TERM.txt (sampai tanggal usaha, Minggu dan
      * LIBUR.txt tidak dihitung); tanpa kalender term, jumlah hari
      * yang tercatat untuk siswa itu.
      *-----------------------
       LAPORAN-BULANAN.
            DISPLAY "Kelas                         : ".
            DISPLAY "Bulan (YYYYMM)                : ".
            ACCEPT bulan-input.
            MOVE 0 TO rekap-count.
            PERFORM HITUNG-HARI-BULAN.
            OPEN INPUT ABSEN-FILE.
            IF ws-ab-status NOT = "00"
                DISPLAY "Jurnal absensi (ABSEN.txt) belum ada"
                PERFORM TULIS-LAPORAN
            END-IF.

       HITUNG-HARI-BULAN.
            MOVE 0 TO hari-sekolah.
            COMPUTE bulan-awal = bulan-input * 100 + 1.
            COMPUTE bulan-akhir = bulan-input * 100 + 31.
            PERFORM MUAT-TERM-MASTER.
            PERFORM TAMBAH-HARI-TERM
                VARYING term-idx FROM 1 BY 1
                UNTIL term-idx > WS-TM-N.

      *    bagian term yang jatuh di bulan laporan
       TAMBAH-HARI-TERM.
            MOVE WS-TMT-MULAI (term-idx) TO WS-TM-DARI.
            IF WS-TM-DARI < bulan-awal
                MOVE bulan-awal TO WS-TM-DARI
            END-IF.
            MOVE WS-TMT-AKHIR (term-idx) TO WS-TM-SAMPAI.
            IF WS-TM-SAMPAI > bulan-akhir
                MOVE bulan-akhir TO WS-TM-SAMPAI
            END-IF.
            IF WS-TM-SAMPAI > WS-TGL-USAHA
                MOVE WS-TGL-USAHA TO WS-TM-SAMPAI
            END-IF.
            IF WS-TM-DARI <= WS-TM-SAMPAI
                PERFORM HITUNG-HARI-SEKOLAH
                ADD WS-TM-HARI TO hari-sekolah
            END-IF.

       REKAP-BARIS-ABSEN.
            READ ABSEN-FILE
                AT END CONTINUE
            END-IF.
            MOVE kelas-input TO RH-KELAS.
            MOVE bulan-input TO RH-BULAN.
            MOVE hari-sekolah TO RH-HARI.
            MOVE RPT-HEADER-LINE TO ABSEN-RPT-RECORD.
            WRITE ABSEN-RPT-RECORD.
            IF ws-rpt-status NOT = "00"
            MOVE RK-ALPA (rekap-idx)  TO RD-ALPA.
            MOVE RK-SAKIT (rekap-idx) TO RD-SAKIT.
            MOVE RK-IZIN (rekap-idx)  TO RD-IZIN.
            IF hari-sekolah > 0
                MOVE hari-sekolah TO ws-total-hari
            ELSE
                COMPUTE ws-total-hari =
                    RK-HADIR (rekap-idx) + RK-ALPA (rekap-idx) +
                    RK-SAKIT (rekap-idx) + RK-IZIN (rekap-idx)
            END-IF.
            IF ws-total-hari = 0
                MOVE 0 TO ws-pct
            ELSE
                COMPUTE ws-pct ROUNDED =
                    RK-HADIR (rekap-idx) * 100 / ws-total-hari
            END-IF.
      *     absensi yang dicatat di hari tutup tidak membuat
      *     kehadiran lewat dari 100 persen
            IF ws-pct > 100
                MOVE 100 TO ws-pct
            END-IF.
            MOVE ws-pct TO RD-PCT.
            MOVE SPACES TO RD-FLAG.
            IF RK-ALPA (rekap-idx) >= 3 OR ws-pct < 75
           COPY SESIGET.

           COPY AUDITLOG.

           COPY TERMCEK.

           COPY TERMUJI.

           COPY PRDCEK.
