       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMADM.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           COPY TERMSEL.
           COPY HISTSEL.
           COPY PRDSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
           COPY TERMFD.

           COPY HISTFD.

           COPY PRDFD.

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
           77 ws-nh-status  pic X(02).
           COPY TERMWS.
           COPY PRDWS.
           COPY BDATEWS.
           COPY SESIWS.
           COPY AUDITWS.
           77 kode-input    pic X(06).
           77 tahun-input   pic X(09).
           77 mulai-input   pic 9(08).
           77 akhir-input   pic 9(08).
           77 ket-input     pic X(20).
           77 term-hit      pic 9(03) comp.
           77 term-idx      pic 9(03) comp.
           77 nilai-n       pic 9(05).
           77 ws-isian-sah  pic X value "Y".
               88 isian-sah value "Y".
           77 ws-berjalan   pic X(01).
           77 hu-fungsi     pic X.
           77 hu-tgl        pic 9(08).
           77 hu-n          pic 9(03).
           77 hu-tgl-hasil  pic 9(08).
           77 hu-harinum    pic 9(07).
           77 hu-valid      pic X.

      *    tahun ajaran "2026/2027": tahun kedua = tahun pertama + 1
       01 TAHUN-CEK.
           02 TC-AWAL   PIC 9(04).
           02 TC-GARIS  PIC X(01).
           02 TC-AKHIR  PIC 9(04).

       01 WS-PILIHAN PIC X.
           88 PILIH-TAMBAH      VALUE '1'.
           88 PILIH-UBAH        VALUE '2'.
           88 PILIH-DAFTAR      VALUE '3'.
           88 PILIH-HAPUS       VALUE '4'.
           88 PILIH-KELUAR      VALUE '0'.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * DAFTAR TERM / KALENDER AKADEMIK - TERM.txt memuat setiap
      * term sekolah: kode (seperti NH-TERM di riwayat nilai), tahun
      * ajaran, tanggal mulai dan akhir.  Penilaian (3-Kel-9-a),
      * koreksi nilai (KOREKNIL) dan absensi (ABSENSI) hanya
      * menerima tanggal di dalam term yang masih buka; status
      * buka / tutup / final tetap diatur lewat PERIODE.  Rentang
      * term tidak boleh bertumpuk supaya setiap tanggal jatuh di
      * satu term saja.
      *-----------------------
       MAIN-PROCEDURE.
           MOVE "TERMADM" TO WS-AUDIT-PROGRAM.
           PERFORM BACA-SESI.
           MOVE WS-SESI-ID TO WS-AUDIT-OPER.
           PERFORM CATAT-AUDIT-START.
           PERFORM BACA-TGL-USAHA.
           MOVE SPACE TO WS-PILIHAN.
           PERFORM TAMPILKAN-MENU UNTIL PILIH-KELUAR.
           MOVE "TERMADM" TO WS-AUDIT-PROGRAM.
           PERFORM CATAT-AUDIT.
           GOBACK.

       TAMPILKAN-MENU.
           DISPLAY "=== DAFTAR TERM SEKOLAH (TERM.txt) ===".
           DISPLAY "1. Tambah term".
           DISPLAY "2. Ubah tahun/tanggal/keterangan term".
           DISPLAY "3. Daftar term".
           DISPLAY "4. Hapus term".
           DISPLAY "0. Keluar".
           DISPLAY "Pilihan : ".
           ACCEPT WS-PILIHAN.
           EVALUATE TRUE
               WHEN PILIH-TAMBAH      PERFORM TAMBAH-TERM
               WHEN PILIH-UBAH        PERFORM UBAH-TERM
               WHEN PILIH-DAFTAR      PERFORM DAFTAR-TERM
               WHEN PILIH-HAPUS       PERFORM HAPUS-TERM
               WHEN PILIH-KELUAR      CONTINUE
               WHEN OTHER             DISPLAY "Pilihan tidak dikenal"
           END-EVALUATE.

       TAMBAH-TERM.
           DISPLAY "Kode term (maks 6, mis. T1)   : ".
           ACCEPT kode-input.
           PERFORM MUAT-TERM-MASTER.
           PERFORM CARI-TERM.
           EVALUATE TRUE
               WHEN kode-input = SPACES
                   DISPLAY "Kode term wajib diisi"
               WHEN term-hit NOT = 0
                   DISPLAY "Term ", kode-input, " sudah terdaftar"
               WHEN WS-TM-N >= 50
                   DISPLAY "Tabel term penuh"
               WHEN OTHER
                   PERFORM MINTA-ISIAN-TERM
                   IF isian-sah
                       ADD 1 TO WS-TM-N
                       MOVE WS-TM-N TO term-hit
                       MOVE kode-input TO WS-TMT-KODE (term-hit)
                       PERFORM SIMPAN-ISIAN-TERM
                       DISPLAY "Term tersimpan"
                   END-IF
           END-EVALUATE.

      *    term yang sudah final (rapor dibagikan) tidak diubah lagi;
      *    rentang tanggalnya sudah dipakai riwayat nilai dan absensi
       UBAH-TERM.
           DISPLAY "Kode term                     : ".
           ACCEPT kode-input.
           PERFORM MUAT-TERM-MASTER.
           PERFORM CARI-TERM.
           MOVE "S"        TO WS-PRD-JENIS.
           MOVE kode-input TO WS-PRD-KUNCI.
           PERFORM CEK-PERIODE.
           EVALUATE TRUE
               WHEN term-hit = 0
                   DISPLAY "Term ", kode-input, " tidak ada"
               WHEN WS-PRD-FINAL
                   DISPLAY "Term ", kode-input, " sudah final, ",
                           "tidak bisa diubah"
               WHEN OTHER
                   DISPLAY "Sekarang: ", WS-TMT-TAHUN (term-hit), " ",
                           WS-TMT-MULAI (term-hit), "-",
                           WS-TMT-AKHIR (term-hit), " ",
                           WS-TMT-KET (term-hit)
                   PERFORM MINTA-ISIAN-TERM
                   IF isian-sah
                       PERFORM SIMPAN-ISIAN-TERM
                       DISPLAY "Term diubah"
                   END-IF
           END-EVALUATE.

      *-----------------------
      * isian term - tahun ajaran 9999/9999 berurutan, tanggal sah,
      * mulai tidak sesudah akhir, keduanya di dalam tahun
      * ajarannya, dan tidak bertumpuk dengan term lain
      *-----------------------
       MINTA-ISIAN-TERM.
           DISPLAY "Tahun ajaran (YYYY/YYYY)      : ".
           ACCEPT tahun-input.
           DISPLAY "Tanggal mulai (YYYYMMDD)      : ".
           ACCEPT mulai-input.
           DISPLAY "Tanggal akhir (YYYYMMDD)      : ".
           ACCEPT akhir-input.
           DISPLAY "Keterangan (maks 20)          : ".
           ACCEPT ket-input.
           MOVE "Y" TO ws-isian-sah.
           MOVE tahun-input TO TAHUN-CEK.
           IF TC-AWAL IS NOT NUMERIC OR TC-AKHIR IS NOT NUMERIC
              OR TC-GARIS NOT = "/"
               DISPLAY "Tahun ajaran harus YYYY/YYYY"
               MOVE "N" TO ws-isian-sah
           ELSE
               IF TC-AKHIR NOT = TC-AWAL + 1
                   DISPLAY "Tahun ajaran harus dua tahun berurutan"
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           MOVE mulai-input TO hu-tgl.
           PERFORM UJI-TANGGAL.
           IF hu-valid NOT = "Y"
               DISPLAY "Tanggal mulai ", mulai-input, " tidak sah"
               MOVE "N" TO ws-isian-sah
           END-IF.
           MOVE akhir-input TO hu-tgl.
           PERFORM UJI-TANGGAL.
           IF hu-valid NOT = "Y"
               DISPLAY "Tanggal akhir ", akhir-input, " tidak sah"
               MOVE "N" TO ws-isian-sah
           END-IF.
           IF isian-sah
               IF mulai-input > akhir-input
                   DISPLAY "Tanggal mulai sesudah tanggal akhir"
                   MOVE "N" TO ws-isian-sah
               END-IF
               IF mulai-input (1:4) < TC-AWAL OR
                  akhir-input (1:4) > TC-AKHIR
                   DISPLAY "Tanggal term di luar tahun ajaran ",
                           tahun-input
                   MOVE "N" TO ws-isian-sah
               END-IF
           END-IF.
           IF isian-sah
               PERFORM UJI-TUMPUK-TERM
                   VARYING term-idx FROM 1 BY 1
                   UNTIL term-idx > WS-TM-N
           END-IF.

       UJI-TUMPUK-TERM.
           IF WS-TMT-KODE (term-idx) NOT = kode-input AND
              mulai-input <= WS-TMT-AKHIR (term-idx) AND
              akhir-input >= WS-TMT-MULAI (term-idx)
               DISPLAY "Bertumpuk dengan term ",
                       WS-TMT-KODE (term-idx), " (",
                       WS-TMT-MULAI (term-idx), "-",
                       WS-TMT-AKHIR (term-idx), ")"
               MOVE "N" TO ws-isian-sah
           END-IF.

       UJI-TANGGAL.
           MOVE "V" TO hu-fungsi.
           CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                 hu-tgl-hasil, hu-harinum, hu-valid.

       SIMPAN-ISIAN-TERM.
           MOVE tahun-input TO WS-TMT-TAHUN (term-hit).
           MOVE mulai-input TO WS-TMT-MULAI (term-hit).
           MOVE akhir-input TO WS-TMT-AKHIR (term-hit).
           MOVE ket-input   TO WS-TMT-KET (term-hit).
           PERFORM SIMPAN-TERM.

      *-----------------------
      * DAFTAR - hari sekolah per term (Minggu dan LIBUR.txt tidak
      * dihitung), status dari PERIODE; * menandai term berjalan
      *-----------------------
       DAFTAR-TERM.
           PERFORM MUAT-TERM-MASTER.
           IF WS-TM-N = 0
               DISPLAY "Belum ada term terdaftar"
           ELSE
               DISPLAY "  KODE   TAHUN     MULAI    AKHIR    HARI ",
                       "S KETERANGAN"
               PERFORM TAMPILKAN-TERM
                   VARYING term-idx FROM 1 BY 1
                   UNTIL term-idx > WS-TM-N
               DISPLAY "HARI = hari sekolah; S = status PERIODE ",
                       "(O buka, C tutup, F final)"
           END-IF.

       TAMPILKAN-TERM.
           MOVE WS-TMT-MULAI (term-idx) TO WS-TM-DARI.
           MOVE WS-TMT-AKHIR (term-idx) TO WS-TM-SAMPAI.
           PERFORM HITUNG-HARI-SEKOLAH.
           MOVE "S"                    TO WS-PRD-JENIS.
           MOVE WS-TMT-KODE (term-idx) TO WS-PRD-KUNCI.
           PERFORM CEK-PERIODE.
           MOVE SPACE TO ws-berjalan.
           IF WS-TGL-USAHA >= WS-TMT-MULAI (term-idx) AND
              WS-TGL-USAHA <= WS-TMT-AKHIR (term-idx)
               MOVE "*" TO ws-berjalan
           END-IF.
           DISPLAY ws-berjalan, " ", WS-TMT-KODE (term-idx), " ",
                   WS-TMT-TAHUN (term-idx), " ",
                   WS-TMT-MULAI (term-idx), " ",
                   WS-TMT-AKHIR (term-idx), " ", WS-TM-HARI, "  ",
                   WS-PRD-KEADAAN, " ", WS-TMT-KET (term-idx).

      *-----------------------
      * HAPUS - hanya term yang belum punya nilai di NILHIST.txt;
      * term yang sudah terpakai cukup ditutup lewat PERIODE
      *-----------------------
       HAPUS-TERM.
           DISPLAY "Kode term                     : ".
           ACCEPT kode-input.
           PERFORM MUAT-TERM-MASTER.
           PERFORM CARI-TERM.
           IF term-hit = 0
               DISPLAY "Term ", kode-input, " tidak ada"
           ELSE
               PERFORM HITUNG-NILAI-TERM
               IF nilai-n > 0
                   DISPLAY "Term ", kode-input, " sudah dipakai ",
                           nilai-n, " baris nilai, tidak dihapus"
               ELSE
                   PERFORM GESER-TERM
                       VARYING term-idx FROM term-hit BY 1
                       UNTIL term-idx >= WS-TM-N
                   SUBTRACT 1 FROM WS-TM-N
                   PERFORM SIMPAN-TERM
                   DISPLAY "Term ", kode-input, " dihapus"
               END-IF
           END-IF.

       HITUNG-NILAI-TERM.
           MOVE 0 TO nilai-n.
           OPEN INPUT HIST-FILE.
           IF ws-nh-status = "00"
               PERFORM HITUNG-BARIS-NILAI
                   UNTIL ws-nh-status NOT = "00"
               CLOSE HIST-FILE
           END-IF.

       HITUNG-BARIS-NILAI.
           READ HIST-FILE
               AT END CONTINUE
               NOT AT END
                   IF NH-TERM = kode-input
                       ADD 1 TO nilai-n
                   END-IF
           END-READ.

       GESER-TERM.
           MOVE WS-TM-ENTRY (term-idx + 1) TO WS-TM-ENTRY (term-idx).

       CARI-TERM.
           MOVE 0 TO term-hit.
           PERFORM BANDING-TERM
               VARYING term-idx FROM 1 BY 1
               UNTIL term-idx > WS-TM-N.

       BANDING-TERM.
           IF WS-TMT-KODE (term-idx) = kode-input
               MOVE term-idx TO term-hit
           END-IF.

       SIMPAN-TERM.
           OPEN OUTPUT TERM-FILE.
           PERFORM TULIS-BARIS-TERM
               VARYING term-idx FROM 1 BY 1
               UNTIL term-idx > WS-TM-N.
           IF WS-TM-STATUS NOT = "00"
               DISPLAY "Gagal menyimpan term, status ", WS-TM-STATUS
               MOVE 1 TO RETURN-CODE
           END-IF.
           CLOSE TERM-FILE.

       TULIS-BARIS-TERM.
           MOVE SPACES                  TO TERM-RECORD.
           MOVE WS-TMT-KODE (term-idx)  TO TM-KODE.
           MOVE WS-TMT-TAHUN (term-idx) TO TM-TAHUN.
           MOVE WS-TMT-MULAI (term-idx) TO TM-MULAI.
           MOVE WS-TMT-AKHIR (term-idx) TO TM-AKHIR.
           MOVE WS-TMT-KET (term-idx)   TO TM-KET.
           WRITE TERM-RECORD.

           COPY TERMCEK.

           COPY PRDCEK.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
