               FILE STATUS IS WS-RPT-STATUS.
           COPY SESISEL.
           COPY AUDITSEL.
           COPY PRDSEL.
           COPY TERMSEL.
           COPY UJIANSEL.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------

           COPY AUDITFD.

           COPY PRDFD.

           COPY TERMFD.

           COPY UJIANFD.

       WORKING-STORAGE SECTION.
       77 jum      pic 99.
       77 ws-batch-count pic 9(05) value 0.
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       COPY PRDWS.
       COPY TERMWS.

      *-----------------------
      * nilai yang sedang diproses; mode batch mengalir record demi
       77 ujian-mapel pic X(06).
       77 ujian-tgl   pic 9(08).
       77 ujian-term  pic X(06).
       77 ws-term-sah pic X value "N".
           88 term-sah value "Y".
       77 ws-mp-status pic X(02).
       77 ws-uj-status pic X(02).
       77 jadwal-mapel-n pic 9(03) value 0.
       77 ws-tgl-terjadwal pic X value "N".
           88 tgl-terjadwal value "Y".
       77 ws-mapel-sah pic X value "N".
           88 mapel-sah value "Y".

           02 FILLER   PIC X(22) VALUE " (lihat NILAIREJ.txt)".
           02 FILLER   PIC X(64) VALUE SPACES.

       COPY NOMORWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "3-Kel-9-a" TO WS-AUDIT-PROGRAM.
       MINTA-IDENTITAS-UJIAN.
            MOVE "N" TO ws-mapel-sah.
            PERFORM MINTA-MAPEL-UJIAN UNTIL mapel-sah.
            PERFORM MUAT-TERM-MASTER.
            MOVE "N" TO ws-term-sah.
            PERFORM MINTA-TERM-UJIAN UNTIL term-sah.

      *    tanggal ujian harus jatuh di dalam term yang disebut
      *    (TERM.txt; kode kosong = term yang memuat tanggal itu),
      *    dan term yang sudah ditutup (C) atau rapornya sudah
      *    dibagikan (F) tidak menerima nilai ujian baru; batch
      *    berhenti RC 1
       MINTA-TERM-UJIAN.
            DISPLAY "Tanggal ujian (YYYYMMDD, 0=hari ini) : ".
            ACCEPT ujian-tgl.
            IF ujian-tgl = 0
                PERFORM BACA-TGL-USAHA
                MOVE WS-TGL-USAHA TO ujian-tgl
            END-IF.
            DISPLAY "Term/semester               : ".
            ACCEPT ujian-term.
            MOVE ujian-term TO WS-TM-KODE.
            MOVE ujian-tgl  TO WS-TM-TGL.
            MOVE "C"        TO WS-TM-TOLAK.
            PERFORM UJI-TERM-BUKA.
            IF WS-TM-SAH = "Y"
                MOVE WS-TM-KODE TO ujian-term
                PERFORM UJI-JADWAL-UJIAN
            END-IF.
            IF WS-TM-SAH = "Y"
                MOVE "Y" TO ws-term-sah
            ELSE
                IF ws-mode-batch
                    DISPLAY "Nilai baru ditolak, batch dihentikan"
                    MOVE 1 TO RETURN-CODE
                    MOVE "3-Kel-9-a" TO WS-AUDIT-PROGRAM
                    PERFORM CATAT-AUDIT
                    GOBACK
                ELSE
                    DISPLAY "Nilai baru ditolak, ulangi tanggal ",
                            "dan term"
                END-IF
            END-IF.

      *    bila jadwal ujian (UJIANADM) memuat mapel ini untuk term
      *    itu, hanya tanggal yang dipesan di sana yang diterima;
      *    mapel tanpa jadwal di term itu (ulangan harian, sekolah
      *    yang belum memakai jadwal ujian) tetap seperti biasa
       UJI-JADWAL-UJIAN.
            MOVE 0 TO jadwal-mapel-n.
            MOVE "N" TO ws-tgl-terjadwal.
            OPEN INPUT UJIAN-FILE.
            IF ws-uj-status = "00"
                PERFORM PERIKSA-BARIS-UJIAN
                    UNTIL ws-uj-status NOT = "00"
                CLOSE UJIAN-FILE
            END-IF.
            IF jadwal-mapel-n > 0 AND NOT tgl-terjadwal
                DISPLAY "Mapel ", ujian-mapel, " term ", ujian-term,
                        " tidak dijadwalkan ujian tanggal ",
                        ujian-tgl, " (lihat jadwal ujian UJIANADM)"
                MOVE "N" TO WS-TM-SAH
            END-IF.

       PERIKSA-BARIS-UJIAN.
            READ UJIAN-FILE
                AT END CONTINUE
                NOT AT END
                    IF UJ-TERM = ujian-term AND UJ-MAPEL = ujian-mapel
                        ADD 1 TO jadwal-mapel-n
                        IF UJ-TGL = ujian-tgl
                            MOVE "Y" TO ws-tgl-terjadwal
                        END-IF
                    END-IF
            END-READ.

      *    mode batch tidak boleh berputar menunggu keyin ulang
      *    (stdin-nya skrip); kode salah menghentikan run dengan RC 1
      *-----------------------
      * TUGAS REMEDIAL - siswa di bawah ambang lulus otomatis
      * mendapat satu record tugas "REMEDIAL <mapel>" di TUGAS.txt,
      * bernomor urut dari seri TUGAS yang sama dengan 4-Kel-5-b,
      * sehingga mesin jatuh-tempo yang ada ikut mengejarnya.
      * Berkas tugas baru disentuh saat remedial pertama muncul, dan
      * setiap tugas menarik nomornya sendiri lewat NOMORGEN.
      *-----------------------
       TULIS-REMEDIAL.
            IF NOT task-terbuka
                PERFORM BUKA-REMEDIAL
            END-IF.
            PERFORM TARIK-NO-TUGAS.
            IF ws-next-seq = 0
                DISPLAY "Nomor urut tugas tidak bisa ditarik, ",
                        "remedial siswa ", cur-nis, " tidak dibuat"
            ELSE
                PERFORM SUSUN-REMEDIAL
            END-IF.

       SUSUN-REMEDIAL.
            MOVE SPACES TO TASK-RECORD.
            MOVE WS-TGL-USAHA TO DEADLINE-UTUH.
            MOVE DL-DD TO TD-DD.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO TK-DEAD-HARINUM.
            MOVE ws-next-seq TO TK-SEQ-NO.
            MOVE "O" TO TK-STATUS.
            MOVE 0 TO TK-DONE-DATE.
                OPEN OUTPUT TASK-FILE
            END-IF.
            MOVE "Y" TO ws-task-buka.

      *-----------------------
      * nomor urut dari seri TUGAS; seri yang belum ada dibuka dari
      * counter TASKSEQ.txt lama (sekali saja)
      *-----------------------
       TARIK-NO-TUGAS.
            MOVE "TUGAS" TO NM-SERI.
            PERFORM AMBIL-NOMOR.
            IF SERI-BELUM-ADA
                PERFORM INIT-SEQ-CTR
                MOVE ws-next-seq TO NM-AWAL
                MOVE 9999999 TO NM-BATAS
                PERFORM BUKA-SERI-NOMOR
            END-IF.
            MOVE 0 TO ws-next-seq.
            IF NOMOR-OK
                MOVE NM-NOMOR TO ws-next-seq
            END-IF.

       INIT-SEQ-CTR.
            MOVE 0 TO ws-next-seq.
            OPEN INPUT SEQ-CTR.
            IF ws-seq-status = "00"
       TUTUP-REMEDIAL.
            IF task-terbuka
                CLOSE TASK-FILE
                DISPLAY remedial-count, " tugas remedial dibuat"
            END-IF.
            MOVE "N" TO ws-task-buka.
       COPY SESIGET.

       COPY AUDITLOG.

       COPY NOMORAMB.

       COPY PRDCEK.

       COPY TERMCEK.

       COPY TERMUJI.
