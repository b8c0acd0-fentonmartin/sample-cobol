       77 nama-input    pic X(15).
       77 telp-input    pic X(12).
       77 bulan-input   pic 9(06).
       77 memb-count    pic 9(05) value 0.
       77 akt-count     pic 9(03) value 0.
       77 akt-idx       pic 9(03) comp.
       77 tot-earn      pic 9(07) value 0.
       77 tot-burn      pic 9(07) value 0.
       77 ws-mb-buka    pic X value "N".
           88 anggota-terbuka value "Y".
       77 ws-found      pic X value "N".
           88 entri-ketemu value "Y".

      *-----------------------
      * rekap earn/burn per anggota untuk bulan yang dilaporkan
      *-----------------------
                WHEN OTHER         DISPLAY "Pilihan tidak dikenal"
            END-EVALUATE.

      *-----------------------
      * MEMBER.txt berindeks nomor anggota: tambah dan ubah langsung
      * menulis satu record, tanpa memuat dan menulis ulang seluruh
      * daftar
      *-----------------------
       TAMBAH-ANGGOTA.
            DISPLAY "No. anggota (5 angka)         : ".
            ACCEPT no-input.
            ACCEPT nama-input.
            DISPLAY "Telepon (maks 12)             : ".
            ACCEPT telp-input.
            PERFORM BUKA-ANGGOTA-IO.
            IF ws-mb-status NOT = "00"
                DISPLAY "Berkas anggota tidak terbuka, status ",
                        ws-mb-status
                MOVE 1 TO RETURN-CODE
            ELSE
                MOVE SPACES     TO MEMBER-RECORD
                MOVE no-input   TO MB-NO
                MOVE nama-input TO MB-NAMA
                MOVE telp-input TO MB-TELP
                MOVE 0          TO MB-POIN
                WRITE MEMBER-RECORD
                    INVALID KEY
                        DISPLAY "No. ", no-input, " sudah terdaftar"
                    NOT INVALID KEY
                        DISPLAY "Anggota tersimpan, poin awal 0"
                END-WRITE
                CLOSE MEMBER-FILE
            END-IF.

      *    berkas yang belum ada dibuat kosong lebih dulu
       BUKA-ANGGOTA-IO.
            OPEN I-O MEMBER-FILE.
            IF ws-mb-status = "35"
                OPEN OUTPUT MEMBER-FILE
                CLOSE MEMBER-FILE
                OPEN I-O MEMBER-FILE
            END-IF.

       UBAH-ANGGOTA.
            ACCEPT nama-input.
            DISPLAY "Telepon baru (maks 12)        : ".
            ACCEPT telp-input.
            OPEN I-O MEMBER-FILE.
            IF ws-mb-status NOT = "00"
                DISPLAY "No. ", no-input, " tidak ditemukan"
            ELSE
                MOVE no-input TO MB-NO
                READ MEMBER-FILE
                    INVALID KEY
                        DISPLAY "No. ", no-input, " tidak ditemukan"
                    NOT INVALID KEY
                        MOVE nama-input TO MB-NAMA
                        MOVE telp-input TO MB-TELP
                        REWRITE MEMBER-RECORD
                            INVALID KEY
                                DISPLAY "Gagal mengubah anggota, ",
                                        "status ", ws-mb-status
                                MOVE 1 TO RETURN-CODE
                            NOT INVALID KEY
                                DISPLAY "Anggota diubah"
                        END-REWRITE
                END-READ
                CLOSE MEMBER-FILE
            END-IF.

       DAFTAR-ANGGOTA.
            MOVE 0 TO memb-count.
            OPEN INPUT MEMBER-FILE.
            IF ws-mb-status = "00"
                DISPLAY "NO    NAMA            TELP         POIN"
                PERFORM TAMPILKAN-ANGGOTA
                    UNTIL ws-mb-status NOT = "00"
                CLOSE MEMBER-FILE
            END-IF.
            IF memb-count = 0
                DISPLAY "Belum ada anggota terdaftar"
            END-IF.

       TAMPILKAN-ANGGOTA.
            READ MEMBER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    ADD 1 TO memb-count
                    DISPLAY MB-NO, " ", MB-NAMA, " ", MB-TELP, " ",
                            MB-POIN
            END-READ.

      *-----------------------
      * LAPORAN BULANAN - earn/burn per anggota dari MEMBJRN.txt
                PERFORM REKAP-BARIS-JURNAL
                    UNTIL ws-mj-status NOT = "00"
                CLOSE MEMBER-JOURNAL
                MOVE "N" TO ws-mb-buka
                OPEN INPUT MEMBER-FILE
                IF ws-mb-status = "00"
                    MOVE "Y" TO ws-mb-buka
                END-IF
                PERFORM TULIS-LAPORAN
                IF anggota-terbuka
                    CLOSE MEMBER-FILE
                END-IF
            END-IF.

       REKAP-BARIS-JURNAL.
            MOVE AK-NO (akt-idx)   TO RD-NO.
            MOVE SPACES            TO RD-NAMA.
            MOVE 0                 TO RD-POIN.
            IF anggota-terbuka
                MOVE AK-NO (akt-idx) TO MB-NO
                READ MEMBER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE MB-NAMA TO RD-NAMA
                        MOVE MB-POIN TO RD-POIN
                END-READ
            END-IF.
            MOVE AK-TX (akt-idx)   TO RD-TX.
            MOVE AK-EARN (akt-idx) TO RD-EARN.
