       IDENTIFICATION DIVISION.
       PROGRAM-ID. JAMKERJA.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY HADIRSEL.
           SELECT HADIR-TMP ASSIGN TO "HADIR.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HT-STATUS.
           COPY KARYSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY SECSEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY HADIRFD.

       FD HADIR-TMP.
       01 HADIR-KEEP PIC X(60).

           COPY KARYFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY SECFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-hd-status pic X(02).
       77 ws-ht-status pic X(02).
       77 ws-ef-status pic X(02).
       77 ws-tgl       pic 9(08).
       77 ws-time      pic 9(08).
       COPY BDATEWS.
       COPY SESIWS.
       COPY SECWS.
       COPY TAMBAH.
       COPY AUDITWS.
       77 emp-input    pic 9(04).
       77 pin-input    pic 9(04).
       77 emp-nama-ok  pic X(15).
       77 ws-emp-sah   pic X value "N".
           88 karyawan-sah value "Y".
       77 ws-buka-ada  pic X value "N".
           88 shift-terbuka value "Y".
       77 buka-tgl     pic 9(08).
       77 buka-jam     pic 9(08).
       77 menit-kerja  pic 9(05) value 0.
       77 jam-tampil   pic 9(03).
       77 menit-tampil pic 9(02).
       77 masuk-count  pic 9(03) value 0.
       77 pulang-count pic 9(03) value 0.

      *-----------------------
      * menit kerja: selisih hari (HARIUTIL fungsi H) x 1440 plus
      * selisih menit jam dinding
      *-----------------------
       77 hu-fungsi    pic X.
       77 hu-tgl       pic 9(08).
       77 hu-n         pic 9(03).
       77 hu-tgl-hasil pic 9(08).
       77 hu-harinum   pic 9(07).
       77 hu-valid     pic X.
       77 harinum-in   pic 9(07).
       77 harinum-out  pic 9(07).
       77 menit-hitung pic S9(07).
       01 JAM-URAI.
           02 JU-HH     PIC 9(02).
           02 JU-MM     PIC 9(02).
           02 JU-SSCC   PIC 9(04).
       01 JAM-URAI-X REDEFINES JAM-URAI PIC 9(08).

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE "JAMKERJA" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            MOVE 0 TO masuk-count.
            MOVE 0 TO pulang-count.
            PERFORM BACA-TGL-USAHA.
            MOVE WS-TGL-USAHA TO ws-tgl.
            DISPLAY "=== JAM KERJA - MASUK / PULANG SHIFT ===".
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM CATAT-SATU UNTIL TIDAK.
            DISPLAY masuk-count, " masuk dan ", pulang-count,
                    " pulang dicatat".
            MOVE "JAMKERJA" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

      *-----------------------
      * SATU KETUKAN JAM - karyawan mengetik ID dan PIN-nya sendiri
      * di terminal kedai; bila belum ada shift terbuka dicatat
      * MASUK, bila sudah ada shift terbuka baris itu ditutup sebagai
      * PULANG.  PIN salah dicatat ke log keamanan seperti sign-on.
      *-----------------------
       CATAT-SATU.
            DISPLAY "ID karyawan (4 angka)         : ".
            ACCEPT emp-input.
            DISPLAY "PIN                           : ".
            ACCEPT pin-input.
            PERFORM PERIKSA-KARYAWAN.
            IF karyawan-sah
                PERFORM CARI-SHIFT-TERBUKA
                ACCEPT ws-time FROM TIME
                IF shift-terbuka
                    PERFORM CATAT-PULANG
                ELSE
                    PERFORM CATAT-MASUK
                END-IF
            END-IF.
            MOVE SPACE TO TAMBAH-DATA.
            PERFORM TANYA-LANJUT UNTIL YA OR TIDAK.

           COPY TANYALANJUT.

      *-----------------------
      * hanya karyawan aktif dengan PIN cocok yang boleh mengetuk
      * jam; karyawan nonaktif ditolak tanpa dianggap salah PIN
      *-----------------------
       PERIKSA-KARYAWAN.
            MOVE "N" TO ws-emp-sah.
            OPEN INPUT EMPLOYEE-FILE.
            IF ws-ef-status NOT = "00"
                DISPLAY "Berkas karyawan (KARYAWAN.txt) belum ada"
            ELSE
                MOVE emp-input TO EMP-ID
                READ EMPLOYEE-FILE
                    INVALID KEY
                        DISPLAY "ID atau PIN salah"
                        PERFORM CATAT-PIN-GAGAL
                    NOT INVALID KEY
                        IF EMP-PIN NOT = pin-input
                            DISPLAY "ID atau PIN salah"
                            PERFORM CATAT-PIN-GAGAL
                        ELSE
                            IF EMP-STATUS NOT = "A"
                                DISPLAY "Karyawan ", EMP-ID,
                                        " tidak aktif"
                            ELSE
                                MOVE "Y" TO ws-emp-sah
                                MOVE EMP-NAMA TO emp-nama-ok
                            END-IF
                        END-IF
                END-READ
                CLOSE EMPLOYEE-FILE
            END-IF.

       CATAT-PIN-GAGAL.
            MOVE "GAGAL" TO WS-SEC-EVENT.
            MOVE emp-input TO WS-SEC-ID.
            MOVE WS-SESI-ID TO WS-SEC-OPER.
            MOVE "JAM KERJA" TO WS-SEC-KET.
            PERFORM CATAT-KEAMANAN.

      *-----------------------
      * shift terbuka dicari di seluruh berkas, bukan hanya hari
      * ini -- lupa pulang kemarin tetap harus ditutup dulu
      *-----------------------
       CARI-SHIFT-TERBUKA.
            MOVE "N" TO ws-buka-ada.
            OPEN INPUT HADIR-FILE.
            IF ws-hd-status = "00"
                PERFORM AMBIL-BARIS-HADIR
                    UNTIL ws-hd-status NOT = "00"
                CLOSE HADIR-FILE
            END-IF.

       AMBIL-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-EMP = emp-input AND HD-STATUS = "O"
                        MOVE "Y"     TO ws-buka-ada
                        MOVE HD-DATE TO buka-tgl
                        MOVE HD-IN   TO buka-jam
                    END-IF
            END-READ.

       CATAT-MASUK.
            OPEN INPUT HADIR-FILE.
            IF ws-hd-status = "00"
                CLOSE HADIR-FILE
                OPEN EXTEND HADIR-FILE
            ELSE
                OPEN OUTPUT HADIR-FILE
            END-IF.
            MOVE SPACES    TO HADIR-RECORD.
            MOVE emp-input TO HD-EMP.
            MOVE ws-tgl    TO HD-DATE.
            MOVE ws-time   TO HD-IN.
            MOVE 0         TO HD-OUT-DATE.
            MOVE 0         TO HD-OUT.
            MOVE "O"       TO HD-STATUS.
            MOVE 0         TO HD-MENIT.
            WRITE HADIR-RECORD.
            IF ws-hd-status NOT = "00"
                DISPLAY "Gagal mencatat jam masuk, status ",
                        ws-hd-status
                MOVE 1 TO RETURN-CODE
            ELSE
                ADD 1 TO masuk-count
                DISPLAY "MASUK  ", emp-input, " ", emp-nama-ok,
                        " jam ", ws-time (1:4)
            END-IF.
            CLOSE HADIR-FILE.

      *-----------------------
      * PULANG - berkas disalin ke HADIR.tmp dengan baris shift
      * terbuka karyawan ini ditutup, lalu disalin balik utuh
      *-----------------------
       CATAT-PULANG.
            PERFORM HITUNG-MENIT.
            OPEN INPUT HADIR-FILE.
            OPEN OUTPUT HADIR-TMP.
            PERFORM SALIN-BARIS-HADIR
                UNTIL ws-hd-status NOT = "00".
            CLOSE HADIR-FILE.
            CLOSE HADIR-TMP.
            OPEN INPUT HADIR-TMP.
            OPEN OUTPUT HADIR-FILE.
            PERFORM SALIN-BALIK-HADIR
                UNTIL ws-ht-status NOT = "00".
            CLOSE HADIR-TMP.
            CLOSE HADIR-FILE.
            ADD 1 TO pulang-count.
            DIVIDE menit-kerja BY 60 GIVING jam-tampil
                REMAINDER menit-tampil.
            DISPLAY "PULANG ", emp-input, " ", emp-nama-ok,
                    " jam ", ws-time (1:4), " - kerja ",
                    jam-tampil, " jam ", menit-tampil, " menit".
            IF buka-tgl NOT = ws-tgl
                DISPLAY "PERHATIAN: shift dibuka tanggal ", buka-tgl,
                        ", periksa dengan atasan"
            END-IF.

       SALIN-BARIS-HADIR.
            READ HADIR-FILE
                AT END CONTINUE
                NOT AT END
                    IF HD-EMP = emp-input AND HD-STATUS = "O"
                        MOVE ws-tgl      TO HD-OUT-DATE
                        MOVE ws-time     TO HD-OUT
                        MOVE "C"         TO HD-STATUS
                        MOVE menit-kerja TO HD-MENIT
                    END-IF
                    MOVE SPACES       TO HADIR-KEEP
                    MOVE HADIR-RECORD TO HADIR-KEEP
                    WRITE HADIR-KEEP
            END-READ.

       SALIN-BALIK-HADIR.
            READ HADIR-TMP
                AT END CONTINUE
                NOT AT END
                    MOVE HADIR-KEEP TO HADIR-RECORD
                    WRITE HADIR-RECORD
            END-READ.

      *-----------------------
      * HITUNG MENIT - jam pulang yang lebih kecil dari jam masuk
      * pada tanggal usaha yang sama berarti shift lewat tengah
      * malam, jadi ditambah satu hari
      *-----------------------
       HITUNG-MENIT.
            MOVE "H" TO hu-fungsi.
            MOVE buka-tgl TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO harinum-in.
            MOVE ws-tgl TO hu-tgl.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO harinum-out.
            MOVE ws-time TO JAM-URAI-X.
            COMPUTE menit-hitung = (harinum-out - harinum-in) * 1440
                                 + JU-HH * 60 + JU-MM.
            MOVE buka-jam TO JAM-URAI-X.
            COMPUTE menit-hitung = menit-hitung - JU-HH * 60 - JU-MM.
            IF menit-hitung < 0
                ADD 1440 TO menit-hitung
            END-IF.
            MOVE menit-hitung TO menit-kerja.

           COPY SECTULIS.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
