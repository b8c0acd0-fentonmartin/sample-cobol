       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPPADM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY SPPTSEL.
           COPY SPPDSEL.
           COPY SISWASEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY CHGSEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY SPPTFD.

           COPY SPPDFD.

           COPY SISWAFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY CHGFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-spt-status pic X(02).
       77 ws-spd-status pic X(02).
       77 WS-FS         pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY CHGWS.
       COPY AUDITWS.
       77 tingkat-input pic 9(02).
       77 jumlah-input  pic 9(08).
       77 nis-input     pic 9(05).
       77 jenis-input   pic X(01).
           88 jenis-sah value "P", "N".
       77 nilai-input   pic 9(08).
       77 ket-input     pic X(20).
       77 tarif-count   pic 9(03) value 0.
       77 tarif-idx     pic 9(03) comp.
       77 tarif-hit     pic 9(03) comp value 0.
       77 disk-count    pic 9(04) value 0.
       77 disk-idx      pic 9(04) comp.
       77 disk-hit      pic 9(04) comp value 0.
       77 ws-siswa-sah  pic X value "N".
           88 siswa-sah value "Y".
       77 ws-nama-siswa pic X(25).

       01 TARIF-TABEL.
           05 TARIF-ENTRY OCCURS 20 TIMES.
               10 STT-TINGKAT PIC 9(02).
               10 STT-JUMLAH  PIC 9(08).

       01 DISK-TABEL.
           05 DISK-ENTRY OCCURS 500 TIMES.
               10 SDT-NIS   PIC 9(05).
               10 SDT-JENIS PIC X(01).
               10 SDT-NILAI PIC 9(08).
               10 SDT-KET   PIC X(20).

       01 WS-PILIHAN PIC X.
           88 PILIH-TARIF       VALUE '1'.
           88 PILIH-HAPUS-TARIF VALUE '2'.
           88 PILIH-DAFTAR-TRF  VALUE '3'.
           88 PILIH-POTONGAN    VALUE '4'.
           88 PILIH-HAPUS-POT   VALUE '5'.
           88 PILIH-DAFTAR-POT  VALUE '6'.
           88 PILIH-KELUAR      VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * TARIF DAN POTONGAN SPP - tarif bulanan per tingkat kelas
      * (SPPTARIF.txt) dan potongan per siswa (SPPDISK.txt) yang
      * dipakai penagihan bulanan SPP.  Setiap perubahan dicatat di
      * CHGLOG.txt.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "SPPADM" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            MOVE SPACE TO WS-PILIHAN.
            PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
            MOVE "SPPADM" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       TAMPILKAN-MENU.
            DISPLAY "=== TARIF DAN POTONGAN SPP ===".
            DISPLAY "1. Isi / ubah tarif tingkat".
            DISPLAY "2. Hapus tarif tingkat".
            DISPLAY "3. Daftar tarif".
            DISPLAY "4. Isi / ubah potongan siswa".
            DISPLAY "5. Hapus potongan siswa".
            DISPLAY "6. Daftar potongan".
            DISPLAY "0. Keluar".
            DISPLAY "Pilihan : ".
            ACCEPT WS-PILIHAN.
            EVALUATE TRUE
                WHEN PILIH-TARIF       PERFORM ISI-TARIF
                WHEN PILIH-HAPUS-TARIF PERFORM HAPUS-TARIF
                WHEN PILIH-DAFTAR-TRF  PERFORM DAFTAR-TARIF
                WHEN PILIH-POTONGAN    PERFORM ISI-POTONGAN
                WHEN PILIH-HAPUS-POT   PERFORM HAPUS-POTONGAN
                WHEN PILIH-DAFTAR-POT  PERFORM DAFTAR-POTONGAN
                WHEN PILIH-KELUAR      CONTINUE
                WHEN OTHER             DISPLAY "Pilihan tidak dikenal"
            END-EVALUATE.

      *-----------------------
      * TARIF TINGKAT
      *-----------------------
       ISI-TARIF.
            DISPLAY "Tingkat kelas (angka)         : ".
            ACCEPT tingkat-input.
            DISPLAY "SPP per bulan (Rp)            : ".
            ACCEPT jumlah-input.
            IF tingkat-input = 0
                DISPLAY "Tingkat 0 tidak sah"
            ELSE
                PERFORM MUAT-TARIF
                PERFORM CARI-TARIF
                MOVE "SPPTARIF"    TO WS-CHG-FILE
                MOVE tingkat-input TO WS-CHG-KUNCI
                MOVE "JUMLAH"      TO WS-CHG-FIELD
                MOVE jumlah-input  TO WS-CHG-BARU
                IF tarif-hit NOT = 0
                    MOVE "U" TO WS-CHG-AKSI
                    MOVE STT-JUMLAH (tarif-hit) TO WS-CHG-LAMA
                    MOVE jumlah-input TO STT-JUMLAH (tarif-hit)
                    PERFORM SIMPAN-TARIF
                    PERFORM CATAT-PERUBAHAN
                    DISPLAY "Tarif tingkat ", tingkat-input, " diubah"
                ELSE
                    IF tarif-count >= 20
                        DISPLAY "Tabel tarif penuh, tidak disimpan"
                    ELSE
                        ADD 1 TO tarif-count
                        MOVE tingkat-input TO STT-TINGKAT (tarif-count)
                        MOVE jumlah-input  TO STT-JUMLAH (tarif-count)
                        MOVE "T" TO WS-CHG-AKSI
                        PERFORM SIMPAN-TARIF
                        PERFORM CATAT-PERUBAHAN
                        DISPLAY "Tarif tingkat ", tingkat-input,
                                " tersimpan"
                    END-IF
                END-IF
            END-IF.

       HAPUS-TARIF.
            DISPLAY "Tingkat yang dihapus          : ".
            ACCEPT tingkat-input.
            PERFORM MUAT-TARIF.
            PERFORM CARI-TARIF.
            IF tarif-hit = 0
                DISPLAY "Tarif tingkat ", tingkat-input, " tidak ada"
            ELSE
                MOVE "SPPTARIF"    TO WS-CHG-FILE
                MOVE "H"           TO WS-CHG-AKSI
                MOVE tingkat-input TO WS-CHG-KUNCI
                MOVE "JUMLAH"      TO WS-CHG-FIELD
                MOVE STT-JUMLAH (tarif-hit) TO WS-CHG-LAMA
                MOVE tarif-hit TO tarif-idx
                PERFORM GESER-TARIF
                    UNTIL tarif-idx >= tarif-count
                SUBTRACT 1 FROM tarif-count
                PERFORM SIMPAN-TARIF
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Tarif tingkat ", tingkat-input, " dihapus"
            END-IF.

       GESER-TARIF.
            MOVE TARIF-ENTRY (tarif-idx + 1) TO TARIF-ENTRY (tarif-idx).
            ADD 1 TO tarif-idx.

       DAFTAR-TARIF.
            PERFORM MUAT-TARIF.
            IF tarif-count = 0
                DISPLAY "Belum ada tarif SPP"
            ELSE
                DISPLAY "TK  SPP/BULAN"
                PERFORM TAMPILKAN-TARIF
                    VARYING tarif-idx FROM 1 BY 1
                    UNTIL tarif-idx > tarif-count
            END-IF.

       TAMPILKAN-TARIF.
            DISPLAY STT-TINGKAT (tarif-idx), "  ",
                    STT-JUMLAH (tarif-idx).

       CARI-TARIF.
            MOVE 0 TO tarif-hit.
            PERFORM BANDING-TARIF
                VARYING tarif-idx FROM 1 BY 1
                UNTIL tarif-idx > tarif-count.

       BANDING-TARIF.
            IF STT-TINGKAT (tarif-idx) = tingkat-input
                MOVE tarif-idx TO tarif-hit
            END-IF.

       MUAT-TARIF.
            MOVE 0 TO tarif-count.
            OPEN INPUT SPPTARIF-FILE.
            IF ws-spt-status = "00"
                PERFORM AMBIL-BARIS-TARIF
                    UNTIL ws-spt-status NOT = "00"
                CLOSE SPPTARIF-FILE
            END-IF.

       AMBIL-BARIS-TARIF.
            READ SPPTARIF-FILE
                AT END CONTINUE
                NOT AT END
                    IF tarif-count < 20
                        ADD 1 TO tarif-count
                        MOVE ST-TINGKAT TO STT-TINGKAT (tarif-count)
                        MOVE ST-JUMLAH  TO STT-JUMLAH (tarif-count)
                    END-IF
            END-READ.

       SIMPAN-TARIF.
            OPEN OUTPUT SPPTARIF-FILE.
            PERFORM TULIS-BARIS-TARIF
                VARYING tarif-idx FROM 1 BY 1
                UNTIL tarif-idx > tarif-count.
            IF ws-spt-status NOT = "00"
                DISPLAY "Gagal menyimpan tarif, status ",
                        ws-spt-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE SPPTARIF-FILE.

       TULIS-BARIS-TARIF.
            MOVE SPACES                  TO SPPTARIF-RECORD.
            MOVE STT-TINGKAT (tarif-idx) TO ST-TINGKAT.
            MOVE STT-JUMLAH (tarif-idx)  TO ST-JUMLAH.
            WRITE SPPTARIF-RECORD.

      *-----------------------
      * POTONGAN SISWA - hanya untuk NIS yang ada di roster
      *-----------------------
       ISI-POTONGAN.
            DISPLAY "NIS siswa                     : ".
            ACCEPT nis-input.
            PERFORM PERIKSA-SISWA.
            IF siswa-sah
                DISPLAY nis-input, " ", ws-nama-siswa
                DISPLAY "Jenis (P)ersen / (N)ominal    : "
                ACCEPT jenis-input
                INSPECT jenis-input CONVERTING "pn" TO "PN"
                DISPLAY "Nilai potongan (persen / Rp)  : "
                ACCEPT nilai-input
                DISPLAY "Keterangan (maks 20)          : "
                ACCEPT ket-input
                EVALUATE TRUE
                    WHEN NOT jenis-sah
                        DISPLAY "Jenis harus P atau N, tidak disimpan"
                    WHEN jenis-input = "P" AND nilai-input > 100
                        DISPLAY "Persen lebih dari 100, tidak disimpan"
                    WHEN OTHER
                        PERFORM SIMPAN-SATU-POTONGAN
                END-EVALUATE
            END-IF.

       SIMPAN-SATU-POTONGAN.
            PERFORM MUAT-POTONGAN.
            PERFORM CARI-POTONGAN.
            MOVE "SPPDISK"   TO WS-CHG-FILE.
            MOVE nis-input   TO WS-CHG-KUNCI.
            MOVE "NILAI"     TO WS-CHG-FIELD.
            MOVE SPACES      TO WS-CHG-BARU.
            STRING jenis-input " " nilai-input
                DELIMITED BY SIZE INTO WS-CHG-BARU.
            IF disk-hit = 0
                IF disk-count >= 500
                    DISPLAY "Tabel potongan penuh, tidak disimpan"
                ELSE
                    ADD 1 TO disk-count
                    MOVE disk-count TO disk-hit
                    MOVE "T" TO WS-CHG-AKSI
                END-IF
            ELSE
                MOVE "U" TO WS-CHG-AKSI
                STRING SDT-JENIS (disk-hit) " " SDT-NILAI (disk-hit)
                    DELIMITED BY SIZE INTO WS-CHG-LAMA
            END-IF.
            IF disk-hit NOT = 0
                MOVE nis-input   TO SDT-NIS (disk-hit)
                MOVE jenis-input TO SDT-JENIS (disk-hit)
                MOVE nilai-input TO SDT-NILAI (disk-hit)
                MOVE ket-input   TO SDT-KET (disk-hit)
                PERFORM SIMPAN-POTONGAN
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Potongan NIS ", nis-input, " tersimpan"
            END-IF.

       HAPUS-POTONGAN.
            DISPLAY "NIS yang potongannya dihapus  : ".
            ACCEPT nis-input.
            PERFORM MUAT-POTONGAN.
            PERFORM CARI-POTONGAN.
            IF disk-hit = 0
                DISPLAY "NIS ", nis-input, " tidak punya potongan"
            ELSE
                MOVE "SPPDISK"   TO WS-CHG-FILE
                MOVE "H"         TO WS-CHG-AKSI
                MOVE nis-input   TO WS-CHG-KUNCI
                MOVE "NILAI"     TO WS-CHG-FIELD
                STRING SDT-JENIS (disk-hit) " " SDT-NILAI (disk-hit)
                    DELIMITED BY SIZE INTO WS-CHG-LAMA
                MOVE disk-hit TO disk-idx
                PERFORM GESER-POTONGAN
                    UNTIL disk-idx >= disk-count
                SUBTRACT 1 FROM disk-count
                PERFORM SIMPAN-POTONGAN
                PERFORM CATAT-PERUBAHAN
                DISPLAY "Potongan NIS ", nis-input, " dihapus"
            END-IF.

       GESER-POTONGAN.
            MOVE DISK-ENTRY (disk-idx + 1) TO DISK-ENTRY (disk-idx).
            ADD 1 TO disk-idx.

       DAFTAR-POTONGAN.
            PERFORM MUAT-POTONGAN.
            IF disk-count = 0
                DISPLAY "Belum ada potongan SPP"
            ELSE
                DISPLAY "NIS   J NILAI    KETERANGAN"
                PERFORM TAMPILKAN-POTONGAN
                    VARYING disk-idx FROM 1 BY 1
                    UNTIL disk-idx > disk-count
            END-IF.

       TAMPILKAN-POTONGAN.
            DISPLAY SDT-NIS (disk-idx), " ", SDT-JENIS (disk-idx),
                    " ", SDT-NILAI (disk-idx), " ", SDT-KET (disk-idx).

       CARI-POTONGAN.
            MOVE 0 TO disk-hit.
            PERFORM BANDING-POTONGAN
                VARYING disk-idx FROM 1 BY 1
                UNTIL disk-idx > disk-count.

       BANDING-POTONGAN.
            IF SDT-NIS (disk-idx) = nis-input
                MOVE disk-idx TO disk-hit
            END-IF.

       MUAT-POTONGAN.
            MOVE 0 TO disk-count.
            OPEN INPUT SPPDISK-FILE.
            IF ws-spd-status = "00"
                PERFORM AMBIL-BARIS-POTONGAN
                    UNTIL ws-spd-status NOT = "00"
                CLOSE SPPDISK-FILE
            END-IF.

       AMBIL-BARIS-POTONGAN.
            READ SPPDISK-FILE
                AT END CONTINUE
                NOT AT END
                    IF disk-count >= 500
                        DISPLAY "Tabel potongan penuh, NIS ", SD-NIS,
                                " dilewati"
                    ELSE
                        ADD 1 TO disk-count
                        MOVE SD-NIS   TO SDT-NIS (disk-count)
                        MOVE SD-JENIS TO SDT-JENIS (disk-count)
                        MOVE SD-NILAI TO SDT-NILAI (disk-count)
                        MOVE SD-KET   TO SDT-KET (disk-count)
                    END-IF
            END-READ.

       SIMPAN-POTONGAN.
            OPEN OUTPUT SPPDISK-FILE.
            PERFORM TULIS-BARIS-POTONGAN
                VARYING disk-idx FROM 1 BY 1
                UNTIL disk-idx > disk-count.
            IF ws-spd-status NOT = "00"
                DISPLAY "Gagal menyimpan potongan, status ",
                        ws-spd-status
                MOVE 1 TO RETURN-CODE
            END-IF.
            CLOSE SPPDISK-FILE.

       TULIS-BARIS-POTONGAN.
            MOVE SPACES               TO SPPDISK-RECORD.
            MOVE SDT-NIS (disk-idx)   TO SD-NIS.
            MOVE SDT-JENIS (disk-idx) TO SD-JENIS.
            MOVE SDT-NILAI (disk-idx) TO SD-NILAI.
            MOVE SDT-KET (disk-idx)   TO SD-KET.
            WRITE SPPDISK-RECORD.

       PERIKSA-SISWA.
            MOVE "N" TO ws-siswa-sah.
            OPEN INPUT STUDENT.
            IF WS-FS NOT = "00"
                DISPLAY "Roster (DATA.txt) tidak terbuka, status ",
                        WS-FS
            ELSE
                MOVE nis-input TO STUDENT-ID
                READ STUDENT
                    INVALID KEY
                        DISPLAY "NIS ", nis-input,
                                " tidak ada di roster"
                    NOT INVALID KEY
                        MOVE "Y" TO ws-siswa-sah
                        MOVE NAME TO ws-nama-siswa
                END-READ
                CLOSE STUDENT
            END-IF.

           COPY BDATEGET.

           COPY SESIGET.

           COPY CHGTULIS.

           COPY AUDITLOG.
