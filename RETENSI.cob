           SELECT RETCTL-FILE ASSIGN TO "RETCTL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATUS.
           SELECT LAP-KEEP ASSIGN TO "LAPKEEP.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-STATUS.
           COPY LAPASEL.
           COPY LAPKSEL.
           COPY VOCSEL.
           COPY FAKSEL.
           COPY FAKDSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       FD RET-KEEP.
       01 KEEP-RECORD PIC X(120).

       FD LAP-KEEP.
       01 LAP-KEEP-RECORD PIC X(200).

      *-----------------------
      * angka kontrol retensi: satu baris per berkas per periode
      * yang sudah dipangkas, dengan jumlah record yang diarsip;
           02 FILLER   PIC X VALUE SPACE.
           02 RC-COUNT PIC 9(06).

           COPY LAPAFD.

           COPY LAPKFD.

           COPY VOCFD.

           COPY FAKFD.

           COPY FAKDFD.

           COPY BDATEFD.

           COPY SESIFD.
       77 ws-ar-status pic X(02).
       77 ws-kp-status pic X(02).
       77 ws-ct-status pic X(02).
       77 ws-vc-status pic X(02).
       77 ws-lp-status pic X(02).
       77 ws-la-status pic X(02).
       77 ws-lc-status pic X(02).
       77 ws-fk-status pic X(02).
       77 ws-fb-status pic X(02).
       COPY BDATEWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 ws-sudah      pic X value "N".
           88 periode-sudah value "Y".
       77 ws-rcpt       pic 9(06).
      *    arsip laporan LAPARSIP disimpan sekian bulan ke belakang
      *    dari bulan potong, lebih tua dibuang
       77 lap-simpan    pic 9(02) value 6.
       77 lap-batas     pic 9(06).
       77 lap-thn       pic 9(04).
       77 lap-bln       pic 9(02).
       77 lap-bulan-n   pic 9(06).
       77 lap-baris     pic 9(07) value 0.
      *    faktur lunas / batal disimpan sekian bulan ke belakang dari
      *    bulan potong supaya cek faktur dobel dan qty sudah ditagih
      *    per baris PO di FAKTUR masih melihatnya
       77 fak-simpan    pic 9(02) value 6.
       77 fak-batas     pic 9(06).
       77 fak-maks      pic 9(05) value 0.
       77 fa-count      pic 9(04) value 0.
       77 fa-idx        pic 9(04) comp.
       77 ws-fa-ada     pic X value "N".
           88 faktur-diarsip value "Y".

      *    nomor faktur yang dipindah ke arsip pada run ini; baris
      *    FAKTURDT.txt miliknya ikut dipindah
       01 FAKTUR-ARSIP-TABEL.
           05 FAT-NO PIC 9(05) OCCURS 2000 TIMES.

      *-----------------------
      * berkas yang ikut retensi, berkas arsip tujuannya, dan cara
           05 FILLER PIC X(27) VALUE "LAPORAN.txt LAPORARC.txtB20".
           05 FILLER PIC X(27) VALUE "STRUK.txt   STRUKARC.txtR01".
           05 FILLER PIC X(27) VALUE "CALCLOG.txt CALCARC.txt A01".
           05 FILLER PIC X(27) VALUE "ANTRIAN.txt ANTRIARC.txtD01".
       01 RET-TABEL REDEFINES RET-DATA.
           05 RET-ENTRY OCCURS 7 TIMES.
               10 RT-LIVE  PIC X(12).
               10 RT-ARSIP PIC X(12).
               10 RT-CARA  PIC X(01).
            PERFORM BACA-TGL-USAHA.
            MOVE 0 TO total-arsip.
            DISPLAY "=== RETENSI BERKAS OPERASIONAL ===".
            DISPLAY "Pangkas s/d bulan (YYYYMM, 0 = bulan lalu): ".
            ACCEPT bulan-input.
      *     0 = bulan sebelum bulan tanggal usaha, sama dengan bulan
      *     yang ditutup ARSIPJRN di rantai malam akhir bulan
            IF bulan-input = 0
                MOVE WS-TGL-USAHA (1:6) TO bulan-input
                SUBTRACT 1 FROM bulan-input
                IF bulan-input (5:2) = "00"
                    SUBTRACT 88 FROM bulan-input
                END-IF
            END-IF.
            DISPLAY "Batas no. struk STRUK.txt (0=lewati): ".
            ACCEPT struk-cutoff.
            PERFORM PROSES-SATU-BERKAS
                VARYING berkas-idx FROM 1 BY 1 UNTIL berkas-idx > 7.
            PERFORM PROSES-VOUCHER.
            PERFORM PROSES-FAKTUR.
            PERFORM PROSES-ARSIP-LAPORAN.
            DISPLAY "Retensi selesai, total ", total-arsip,
                    " record diarsip".
            MOVE "RETENSI" TO WS-AUDIT-PROGRAM.
                    WRITE LIVE-RECORD
            END-READ.

      *-----------------------
      * VOUCHER.txt ber-indeks tidak bisa dipangkas lewat salinan
      * teks: voucher yang sudah ditukar sampai dengan bulan potong
      * disalin ke VOUCHARC.txt lalu dihapus per kunci.  Voucher
      * beredar (O) tidak pernah diarsip karena masih kewajiban.
      *-----------------------
       PROSES-VOUCHER.
            MOVE "VOUCHER.txt"  TO ws-nama-live.
            MOVE "VOUCHARC.txt" TO ws-nama-arsip.
            PERFORM PERIKSA-SUDAH-DIPANGKAS.
            IF periode-sudah
                DISPLAY ws-nama-live, " bulan ", bulan-input,
                        " sudah pernah dipangkas, dilewati"
            ELSE
                PERFORM PANGKAS-VOUCHER
            END-IF.

       PANGKAS-VOUCHER.
            MOVE 0 TO arsip-count.
            MOVE 0 TO keep-count.
            OPEN I-O VOUCHER-FILE.
            IF ws-vc-status NOT = "00"
                DISPLAY ws-nama-live, " belum ada, dilewati"
            ELSE
                OPEN INPUT RET-ARSIP
                IF ws-ar-status = "00"
                    CLOSE RET-ARSIP
                    OPEN EXTEND RET-ARSIP
                ELSE
                    OPEN OUTPUT RET-ARSIP
                END-IF
                PERFORM BAGI-BARIS-VOUCHER
                    UNTIL ws-vc-status NOT = "00"
                CLOSE VOUCHER-FILE
                CLOSE RET-ARSIP
                PERFORM TULIS-CONTROL
                ADD arsip-count TO total-arsip
                DISPLAY ws-nama-live, " : ", arsip-count,
                        " diarsip, ", keep-count, " tetap hidup"
            END-IF.

       BAGI-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE "N" TO ws-arsipkan
                    IF VC-STATUS = "R" AND
                       VC-REDEEM-DATE IS NUMERIC
                        IF VC-REDEEM-DATE (1:6) <= bulan-input
                            MOVE "Y" TO ws-arsipkan
                        END-IF
                    END-IF
                    IF ws-arsipkan = "Y"
                        PERFORM ARSIPKAN-VOUCHER
                    ELSE
                        ADD 1 TO keep-count
                    END-IF
            END-READ.

      *    salin ke arsip dulu, baru hapus dari berkas hidup
       ARSIPKAN-VOUCHER.
            MOVE SPACES TO ARSIP-RECORD.
            MOVE VOUCHER-RECORD TO ARSIP-RECORD.
            WRITE ARSIP-RECORD.
            DELETE VOUCHER-FILE RECORD
                INVALID KEY
                    DISPLAY "Gagal menghapus voucher ", VC-NO,
                            " status ", ws-vc-status
                    MOVE 1 TO RETURN-CODE
                NOT INVALID KEY
                    ADD 1 TO arsip-count
            END-DELETE.

      *-----------------------
      * FAKTUR.txt ditulis ulang utuh oleh FAKTUR dari tabelnya,
      * jadi faktur yang sudah selesai harus keluar dari berkas
      * hidup: faktur lunas (L, menurut tanggal bayar) dan batal
      * (B, menurut tanggal faktur) sampai dengan bulan potong
      * dikurangi fak-simpan bulan dipindah ke FAKTARC.txt, baris
      * rinciannya ke FAKTDARC.txt.  Faktur bernomor tertinggi
      * selalu tetap hidup karena nomor faktur baru melanjutkannya.
      *-----------------------
       PROSES-FAKTUR.
            MOVE "FAKTUR.txt"  TO ws-nama-live.
            MOVE "FAKTARC.txt" TO ws-nama-arsip.
            MOVE bulan-input (1:4) TO lap-thn.
            MOVE bulan-input (5:2) TO lap-bln.
            COMPUTE lap-bulan-n = lap-thn * 12 + lap-bln - 1
                                - fak-simpan.
            DIVIDE lap-bulan-n BY 12 GIVING lap-thn
                REMAINDER lap-bln.
            ADD 1 TO lap-bln.
            COMPUTE fak-batas = lap-thn * 100 + lap-bln.
            PERFORM PERIKSA-SUDAH-DIPANGKAS.
            IF periode-sudah
                DISPLAY ws-nama-live, " bulan ", bulan-input,
                        " sudah pernah dipangkas, dilewati"
            ELSE
                PERFORM PANGKAS-FAKTUR
            END-IF.

       PANGKAS-FAKTUR.
            MOVE 0 TO arsip-count.
            MOVE 0 TO keep-count.
            MOVE 0 TO fa-count.
            MOVE 0 TO fak-maks.
            OPEN INPUT FAKTUR-FILE.
            IF ws-fk-status NOT = "00"
                DISPLAY ws-nama-live, " belum ada, dilewati"
            ELSE
                PERFORM CARI-FAKTUR-TERTINGGI
                    UNTIL ws-fk-status NOT = "00"
                CLOSE FAKTUR-FILE
                OPEN INPUT FAKTUR-FILE
                OPEN INPUT RET-ARSIP
                IF ws-ar-status = "00"
                    CLOSE RET-ARSIP
                    OPEN EXTEND RET-ARSIP
                ELSE
                    OPEN OUTPUT RET-ARSIP
                END-IF
                OPEN OUTPUT RET-KEEP
                PERFORM BAGI-BARIS-FAKTUR
                    UNTIL ws-fk-status NOT = "00"
                CLOSE FAKTUR-FILE
                CLOSE RET-ARSIP
                CLOSE RET-KEEP
                PERFORM KEMBALIKAN-KEEP
                PERFORM TULIS-CONTROL
                ADD arsip-count TO total-arsip
                DISPLAY ws-nama-live, " : ", arsip-count,
                        " diarsip s/d ", fak-batas, ", ", keep-count,
                        " tetap hidup"
                PERFORM PANGKAS-RINCIAN-FAKTUR
            END-IF.

       CARI-FAKTUR-TERTINGGI.
            READ FAKTUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF FK-NO > fak-maks
                        MOVE FK-NO TO fak-maks
                    END-IF
            END-READ.

       BAGI-BARIS-FAKTUR.
            READ FAKTUR-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE "N" TO ws-arsipkan
                    EVALUATE TRUE
                        WHEN FK-NO = fak-maks
                            CONTINUE
                        WHEN fa-count >= 2000
                            CONTINUE
                        WHEN FK-STATUS = "L" AND
                             FK-TGL-BAYAR IS NUMERIC AND
                             FK-TGL-BAYAR (1:6) <= fak-batas
                            MOVE "Y" TO ws-arsipkan
                        WHEN FK-STATUS = "B" AND
                             FK-TGL IS NUMERIC AND
                             FK-TGL (1:6) <= fak-batas
                            MOVE "Y" TO ws-arsipkan
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    IF ws-arsipkan = "Y"
                        ADD 1 TO fa-count
                        MOVE FK-NO TO FAT-NO (fa-count)
                        MOVE FAKTUR-RECORD TO ARSIP-RECORD
                        WRITE ARSIP-RECORD
                        ADD 1 TO arsip-count
                    ELSE
                        MOVE FAKTUR-RECORD TO KEEP-RECORD
                        WRITE KEEP-RECORD
                        ADD 1 TO keep-count
                    END-IF
            END-READ.

      *    rincian mengikuti kepalanya; angka kontrol sendiri
       PANGKAS-RINCIAN-FAKTUR.
            MOVE "FAKTURDT.txt" TO ws-nama-live.
            MOVE "FAKTDARC.txt" TO ws-nama-arsip.
            MOVE 0 TO arsip-count.
            MOVE 0 TO keep-count.
            OPEN INPUT FAKTURDT-FILE.
            IF ws-fb-status NOT = "00"
                DISPLAY ws-nama-live, " belum ada, dilewati"
            ELSE
                OPEN INPUT RET-ARSIP
                IF ws-ar-status = "00"
                    CLOSE RET-ARSIP
                    OPEN EXTEND RET-ARSIP
                ELSE
                    OPEN OUTPUT RET-ARSIP
                END-IF
                OPEN OUTPUT RET-KEEP
                PERFORM BAGI-BARIS-RINCIAN
                    UNTIL ws-fb-status NOT = "00"
                CLOSE FAKTURDT-FILE
                CLOSE RET-ARSIP
                CLOSE RET-KEEP
                PERFORM KEMBALIKAN-KEEP
                PERFORM TULIS-CONTROL
                ADD arsip-count TO total-arsip
                DISPLAY ws-nama-live, " : ", arsip-count,
                        " diarsip, ", keep-count, " tetap hidup"
            END-IF.

       BAGI-BARIS-RINCIAN.
            READ FAKTURDT-FILE
                AT END CONTINUE
                NOT AT END
                    MOVE "N" TO ws-fa-ada
                    PERFORM COCOKKAN-FAKTUR-ARSIP
                        VARYING fa-idx FROM 1 BY 1
                        UNTIL fa-idx > fa-count OR faktur-diarsip
                    IF faktur-diarsip
                        MOVE FAKTURDT-RECORD TO ARSIP-RECORD
                        WRITE ARSIP-RECORD
                        ADD 1 TO arsip-count
                    ELSE
                        MOVE FAKTURDT-RECORD TO KEEP-RECORD
                        WRITE KEEP-RECORD
                        ADD 1 TO keep-count
                    END-IF
            END-READ.

       COCOKKAN-FAKTUR-ARSIP.
            IF FAT-NO (fa-idx) = FB-NO
                MOVE "Y" TO ws-fa-ada
            END-IF.

      *-----------------------
      * arsip laporan LAPARSIP.txt dan katalognya LAPKAT.txt: baris
      * bertanggal usaha pada atau sebelum bulan potong dikurangi
      * lap-simpan bulan dibuang (bukan dipindah -- arsip itu
      * sendiri salinan laporan).  Angka kontrol = laporan dibuang.
      *-----------------------
       PROSES-ARSIP-LAPORAN.
            MOVE "LAPARSIP.txt" TO ws-nama-live.
            MOVE bulan-input (1:4) TO lap-thn.
            MOVE bulan-input (5:2) TO lap-bln.
            COMPUTE lap-bulan-n = lap-thn * 12 + lap-bln - 1
                                - lap-simpan.
            DIVIDE lap-bulan-n BY 12 GIVING lap-thn
                REMAINDER lap-bln.
            ADD 1 TO lap-bln.
            COMPUTE lap-batas = lap-thn * 100 + lap-bln.
            PERFORM PERIKSA-SUDAH-DIPANGKAS.
            IF periode-sudah
                DISPLAY ws-nama-live, " bulan ", bulan-input,
                        " sudah pernah dipangkas, dilewati"
            ELSE
                PERFORM PANGKAS-ARSIP-LAPORAN
            END-IF.

       PANGKAS-ARSIP-LAPORAN.
            MOVE 0 TO arsip-count.
            MOVE 0 TO keep-count.
            MOVE 0 TO lap-baris.
            OPEN INPUT LAPKAT-FILE.
            IF ws-lc-status NOT = "00"
                DISPLAY "LAPKAT.txt belum ada, dilewati"
            ELSE
                OPEN OUTPUT LAP-KEEP
                PERFORM BAGI-BARIS-KATALOG
                    UNTIL ws-lc-status NOT = "00"
                CLOSE LAPKAT-FILE
                CLOSE LAP-KEEP
                OPEN INPUT LAP-KEEP
                OPEN OUTPUT LAPKAT-FILE
                PERFORM SALIN-BALIK-KATALOG
                    UNTIL ws-lp-status NOT = "00"
                CLOSE LAP-KEEP
                CLOSE LAPKAT-FILE
                PERFORM PANGKAS-BARIS-ARSIP
                PERFORM TULIS-CONTROL
                DISPLAY "LAPARSIP.txt : ", arsip-count,
                        " laporan (", lap-baris, " baris) s/d ",
                        lap-batas, " dibuang, ", keep-count,
                        " tetap tersimpan"
            END-IF.

       BAGI-BARIS-KATALOG.
            READ LAPKAT-FILE
                AT END CONTINUE
                NOT AT END
                    IF LC-TGL IS NUMERIC AND
                       LC-TGL (1:6) <= lap-batas
                        ADD 1 TO arsip-count
                    ELSE
                        MOVE LAPKAT-RECORD TO LAP-KEEP-RECORD
                        WRITE LAP-KEEP-RECORD
                        ADD 1 TO keep-count
                    END-IF
            END-READ.

       SALIN-BALIK-KATALOG.
            READ LAP-KEEP
                AT END CONTINUE
                NOT AT END
                    MOVE LAP-KEEP-RECORD TO LAPKAT-RECORD
                    WRITE LAPKAT-RECORD
            END-READ.

       PANGKAS-BARIS-ARSIP.
            OPEN INPUT LAPARSIP-FILE.
            IF ws-la-status = "00"
                OPEN OUTPUT LAP-KEEP
                PERFORM BAGI-BARIS-ARSIP
                    UNTIL ws-la-status NOT = "00"
                CLOSE LAPARSIP-FILE
                CLOSE LAP-KEEP
                OPEN INPUT LAP-KEEP
                OPEN OUTPUT LAPARSIP-FILE
                PERFORM SALIN-BALIK-ARSIP
                    UNTIL ws-lp-status NOT = "00"
                CLOSE LAP-KEEP
                CLOSE LAPARSIP-FILE
            END-IF.

       BAGI-BARIS-ARSIP.
            READ LAPARSIP-FILE
                AT END CONTINUE
                NOT AT END
                    IF LA-TGL IS NUMERIC AND
                       LA-TGL (1:6) <= lap-batas
                        ADD 1 TO lap-baris
                    ELSE
                        MOVE LAPARSIP-RECORD TO LAP-KEEP-RECORD
                        WRITE LAP-KEEP-RECORD
                    END-IF
            END-READ.

       SALIN-BALIK-ARSIP.
            READ LAP-KEEP
                AT END CONTINUE
                NOT AT END
                    MOVE LAP-KEEP-RECORD TO LAPARSIP-RECORD
                    WRITE LAPARSIP-RECORD
            END-READ.

       TULIS-CONTROL.
            OPEN INPUT RETCTL-FILE.
            IF ws-ct-status = "00"
