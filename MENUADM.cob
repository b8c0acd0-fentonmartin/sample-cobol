           COPY RESEPSEL.
           COPY UKURSEL.
           COPY MODIFSEL.
           COPY HKANSEL.
           COPY HPOKSEL.
           COPY BDATESEL.
           COPY SESISEL.

           COPY MODIFFD.

           COPY HKANFD.

           COPY HPOKFD.

           COPY BDATEFD.
           77 ws-hp-status pic X(02).
           77 ws-uk-status pic X(02).
           77 ws-md-status pic X(02).
           77 ws-hk-status pic X(02).
           77 kanal-input  pic X(01).
           77 hkanal-count pic 9(03) value 0.
           77 hkanal-idx   pic 9(03) comp.
           77 kanal-idx    pic 99 comp.
           77 ws-kn-ada    pic X value "N".
               88 kanal-ketemu value "Y".
           77 size-input   pic X(01).
           77 mod-input    pic X(02).
           77 mnama-input  pic X(10).
           77 tambah-input pic 9(05).
           77 persen-input pic 9(03).
           77 ukur-count   pic 9(03) value 0.
           77 ukur-idx     pic 9(03) comp.
           77 modif-count  pic 9(03) value 0.
           77 harga-input pic 9(05).
           77 mulai-input pic 9(08).
           77 status-item pic X(01).
           77 kategori-input pic X(04).
           77 bahan-input  pic X(04).
           77 bnama-input  pic X(12).
           77 satuan-input pic X(03).
           77 onhand-input pic S9(07).
           77 minimum-input pic 9(07).
           77 lacak-input  pic X(01).
               88 lacak-lot value "Y" "y".
           77 resep-qty-input pic 9(05).
           77 resep-count pic 9(03) value 0.
           77 resep-idx   pic 9(03) comp.
           77 ws-found   pic X value "N".
           COPY SESIWS.
           COPY CHGWS.
           COPY AUDITWS.
           COPY KANALWS.
           77 lama-onhand  pic S9(07).
           77 lama-min     pic 9(07).
           77 lama-lot     pic X(01).
           77 lama-harga   pic 9(05).
           77 lama-status  pic X(01).
           77 lama-kategori pic X(04).
           77 ws-lama-mulai pic 9(08).
           77 ws-lama-ada  pic X value "N".

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 100 TIMES.
               10 RSP-MENU  PIC X(04).
               10 UKR-KODE  PIC X(04).
               10 UKR-SIZE  PIC X(01).
               10 UKR-HARGA PIC 9(05).
               10 UKR-PERSEN PIC 9(03).

       01 MODIF-TABEL.
           05 MODIF-ENTRY OCCURS 50 TIMES.
               10 MDF-NAMA  PIC X(10).
               10 MDF-HARGA PIC 9(05).

       01 HKANAL-TABEL.
           05 HKANAL-ENTRY OCCURS 200 TIMES.
               10 HKN-KODE  PIC X(04).
               10 HKN-SIZE  PIC X(01).
               10 HKN-KANAL PIC X(01).
               10 HKN-HARGA PIC 9(05).

       01 WS-PILIHAN PIC X.
           88 PILIH-TAMBAH VALUE '1'.
           88 PILIH-HARGA  VALUE '2'.
           88 PILIH-RESEP  VALUE '7'.
           88 PILIH-UKURAN VALUE '8'.
           88 PILIH-MODIF  VALUE '9'.
           88 PILIH-KANAL  VALUE 'A', 'a'.
           88 PILIH-KELUAR VALUE '0'.

       PROCEDURE DIVISION.
           DISPLAY "4. Daftar isi berkas menu".
           DISPLAY "5. Atur stok bahan / ambang pesan ulang".
           DISPLAY "6. Atur harga pokok (berlaku mulai tanggal)".
           DISPLAY "7. Atur resep (bahan per kode menu / +modifier)".
           DISPLAY "8. Atur ukuran (harga per varian)".
           DISPLAY "9. Atur modifier (biaya tambahan)".
           DISPLAY "A. Atur harga kanal online (GoFood dll)".
           DISPLAY "0. Keluar".
           DISPLAY "Pilihan : ".
           ACCEPT WS-PILIHAN.
               WHEN PILIH-RESEP  PERFORM ATUR-RESEP
               WHEN PILIH-UKURAN PERFORM ATUR-UKURAN
               WHEN PILIH-MODIF  PERFORM ATUR-MODIFIER
               WHEN PILIH-KANAL  PERFORM ATUR-HARGA-KANAL
               WHEN PILIH-KELUAR CONTINUE
               WHEN OTHER        DISPLAY "Pilihan tidak dikenal"
           END-EVALUATE.
           ACCEPT nama-input.
           DISPLAY "Harga (Rp)                    : ".
           ACCEPT harga-input.
           DISPLAY "Kategori (maks 4, kosong=LAIN) : ".
           ACCEPT kategori-input.
           DISPLAY "Berlaku mulai (YYYYMMDD, 0=kini) : ".
           ACCEPT mulai-input.
           MOVE "A" TO status-item.
           ACCEPT nama-input.
           DISPLAY "Harga baru (Rp)               : ".
           ACCEPT harga-input.
           DISPLAY "Kategori (kosong = tetap)     : ".
           ACCEPT kategori-input.
           DISPLAY "Berlaku mulai (YYYYMMDD, 0=kini) : ".
           ACCEPT mulai-input.
           MOVE "A" TO status-item.
           DISPLAY "Berlaku mulai (YYYYMMDD, 0=kini) : ".
           ACCEPT mulai-input.
           MOVE 0   TO harga-input.
           MOVE SPACES TO kategori-input.
           MOVE "N" TO status-item.
           PERFORM TULIS-RECORD-ITEM.

      *    harga berlaku lama diambil SEBELUM record baru masuk,
      *    supaya riwayat perubahan memuat lama -> baru
           PERFORM CARI-HARGA-BERLAKU.
      *    kategori kosong = kategori record yang sedang berlaku
           IF kategori-input = SPACES
               MOVE lama-kategori TO kategori-input
           END-IF.
           INSPECT kategori-input CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT ITEM-FILE.
           IF ws-mi-status = "00"
               CLOSE ITEM-FILE
           MOVE harga-input TO IR-HARGA.
           MOVE status-item TO IR-STATUS.
           MOVE mulai-input TO IR-MULAI.
           MOVE kategori-input TO IR-KATEGORI.
           WRITE ITEM-RECORD.
           IF ws-mi-status NOT = "00"
               DISPLAY "Gagal menyimpan item, status ", ws-mi-status
           END-EVALUATE.
           MOVE kode-input TO WS-CHG-KUNCI.
           PERFORM CATAT-PERUBAHAN.
           IF ws-lama-ada = "Y" AND kategori-input NOT = lama-kategori
               MOVE "U" TO WS-CHG-AKSI
               MOVE "KATEGORI" TO WS-CHG-FIELD
               MOVE lama-kategori TO WS-CHG-LAMA
               MOVE kategori-input TO WS-CHG-BARU
               MOVE kode-input TO WS-CHG-KUNCI
               PERFORM CATAT-PERUBAHAN
           END-IF.

       CARI-HARGA-BERLAKU.
           MOVE "N" TO ws-lama-ada.
           MOVE 0 TO lama-harga.
           MOVE SPACE TO lama-status.
           MOVE SPACES TO lama-kategori.
           MOVE 0 TO ws-lama-mulai.
           IF WS-TGL-USAHA = 0
               PERFORM BACA-TGL-USAHA
                       MOVE "Y" TO ws-lama-ada
                       MOVE IR-HARGA TO lama-harga
                       MOVE IR-STATUS TO lama-status
                       MOVE IR-KATEGORI TO lama-kategori
                       MOVE IR-MULAI TO ws-lama-mulai
                   END-IF
           END-READ.
           IF ws-mi-status NOT = "00"
               DISPLAY "Berkas menu (MENUITEM.txt) belum ada"
           ELSE
               DISPLAY "KODE NAMA       HARGA STATUS MULAI    KATG"
               PERFORM TAMPILKAN-RECORD
                   UNTIL ws-mi-status NOT = "00"
               CLOSE ITEM-FILE
               AT END CONTINUE
               NOT AT END
                   DISPLAY IR-KODE, "    ", IR-NAMA, " ", IR-HARGA,
                           " ", IR-STATUS, "      ", IR-MULAI,
                           " ", IR-KATEGORI
           END-READ.

      *-----------------------
           CLOSE HPOKOK-FILE.

      *-----------------------
      * STOK BAHAN - record bahan yang diminta dibaca lewat kodenya
      * lalu ditulis ulang, atau ditambah bila kodenya belum ada.
      * Perubahan besar angka buku lebih baik lewat STOKOPNM
      * supaya ada jejak penyesuaiannya.
      *-----------------------
       ATUR-BAHAN.
           ACCEPT onhand-input.
           DISPLAY "Ambang pesan ulang            : ".
           ACCEPT minimum-input.
           DISPLAY "Mudah rusak, stok per lot? (Y/T): ".
           ACCEPT lacak-input.
           IF lacak-lot
               MOVE "Y" TO lacak-input
           ELSE
               MOVE "N" TO lacak-input
           END-IF.
           OPEN I-O BAHAN-FILE.
           IF ws-bh-status = "35"
               OPEN OUTPUT BAHAN-FILE
               CLOSE BAHAN-FILE
               OPEN I-O BAHAN-FILE
           END-IF.
           IF ws-bh-status NOT = "00"
               DISPLAY "Berkas bahan tidak terbuka, status ",
                       ws-bh-status
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "N" TO ws-found
               MOVE bahan-input TO BH-KODE
               READ BAHAN-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM AMBIL-BAHAN-LAMA
               END-READ
               IF NOT entri-ketemu
                   PERFORM TAMBAH-BAHAN
               ELSE
                   PERFORM UBAH-BAHAN
               END-IF
               CLOSE BAHAN-FILE
           END-IF.

       AMBIL-BAHAN-LAMA.
           MOVE "Y" TO ws-found.
           MOVE BH-ONHAND  TO lama-onhand.
           MOVE BH-MINIMUM TO lama-min.
           MOVE BH-LOT     TO lama-lot.
           IF lama-lot = SPACE
               MOVE "N" TO lama-lot
           END-IF.

       TAMBAH-BAHAN.
           MOVE SPACES        TO BAHAN-RECORD.
           MOVE bahan-input   TO BH-KODE.
           MOVE bnama-input   TO BH-NAMA.
           MOVE satuan-input  TO BH-SATUAN.
           MOVE onhand-input  TO BH-ONHAND.
           MOVE minimum-input TO BH-MINIMUM.
           MOVE 0             TO BH-COST.
           MOVE lacak-input   TO BH-LOT.
           WRITE BAHAN-RECORD
               INVALID KEY
                   DISPLAY "Gagal menyimpan stok bahan, status ",
                           ws-bh-status
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "Stok bahan tersimpan"
                   MOVE "BAHAN" TO WS-CHG-FILE
                   MOVE "T" TO WS-CHG-AKSI
                   MOVE bahan-input TO WS-CHG-KUNCI
                   MOVE SPACES TO WS-CHG-LAMA
                   MOVE bnama-input TO WS-CHG-BARU
                   PERFORM CATAT-PERUBAHAN
           END-WRITE.

       UBAH-BAHAN.
           MOVE bnama-input   TO BH-NAMA.
           MOVE satuan-input  TO BH-SATUAN.
           MOVE onhand-input  TO BH-ONHAND.
           MOVE minimum-input TO BH-MINIMUM.
           MOVE lacak-input   TO BH-LOT.
           REWRITE BAHAN-RECORD
               INVALID KEY
                   DISPLAY "Gagal menyimpan stok bahan, status ",
                           ws-bh-status
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "Stok bahan tersimpan"
                   PERFORM CATAT-UBAH-BAHAN
           END-REWRITE.

      *-----------------------
      * satu baris riwayat per angka yang benar-benar berubah
               MOVE minimum-input TO WS-CHG-BARU
               PERFORM CATAT-PERUBAHAN
           END-IF.
           IF lacak-input NOT = lama-lot
               MOVE "LOT" TO WS-CHG-FIELD
               MOVE lama-lot TO WS-CHG-LAMA
               MOVE lacak-input TO WS-CHG-BARU
               PERFORM CATAT-PERUBAHAN
           END-IF.

      *-----------------------
      * RESEP - satu baris resep (menu + bahan) diganti atau
      * resep.  Seluruh RESEP.txt ditulis balik utuh.
      *-----------------------
       ATUR-RESEP.
           DISPLAY "Kode menu (+MD = modifier MD) : ".
           ACCEPT kode-input.
           DISPLAY "Kode bahan (maks 4)           : ".
           ACCEPT bahan-input.
           END-IF.

      *-----------------------
      * UKURAN - satu baris per kode menu + ukuran dengan harganya
      * dan takaran resepnya (persen resep regular); harga 0
      * menghapus varian itu.  Pola tulis-balik utuh seperti resep.
      *-----------------------
       ATUR-UKURAN.
           DISPLAY "Kode menu                     : ".
           ACCEPT size-input.
           DISPLAY "Harga varian (0 = hapus)      : ".
           ACCEPT harga-input.
           DISPLAY "Takaran resep % (0 = 100)     : ".
           ACCEPT persen-input.
           IF persen-input = 0
               MOVE 100 TO persen-input
           END-IF.
           PERFORM MUAT-UKURAN.
           MOVE "N" TO ws-found.
           PERFORM CARI-UKURAN
                       MOVE kode-input  TO UKR-KODE (ukur-count)
                       MOVE size-input  TO UKR-SIZE (ukur-count)
                       MOVE harga-input TO UKR-HARGA (ukur-count)
                       MOVE persen-input TO UKR-PERSEN (ukur-count)
                       PERFORM SIMPAN-UKURAN
                   END-IF
               END-IF
                       MOVE UK-KODE  TO UKR-KODE (ukur-count)
                       MOVE UK-SIZE  TO UKR-SIZE (ukur-count)
                       MOVE UK-HARGA TO UKR-HARGA (ukur-count)
                       IF UK-PERSEN IS NUMERIC AND UK-PERSEN > 0
                           MOVE UK-PERSEN TO UKR-PERSEN (ukur-count)
                       ELSE
                           MOVE 100 TO UKR-PERSEN (ukur-count)
                       END-IF
                   END-IF
           END-READ.

              UKR-SIZE (ukur-idx) = size-input
               MOVE "Y" TO ws-found
               MOVE harga-input TO UKR-HARGA (ukur-idx)
               MOVE persen-input TO UKR-PERSEN (ukur-idx)
           END-IF.

       SIMPAN-UKURAN.
               MOVE UKR-KODE (ukur-idx) TO UK-KODE
               MOVE UKR-SIZE (ukur-idx) TO UK-SIZE
               MOVE UKR-HARGA (ukur-idx) TO UK-HARGA
               MOVE UKR-PERSEN (ukur-idx) TO UK-PERSEN
               WRITE UKURAN-RECORD
           END-IF.

               WRITE MODIF-RECORD
           END-IF.

      *-----------------------
      * HARGA KANAL - harga jual satu kode menu + ukuran di satu
      * platform bila berbeda dari harga kasir; harga 0 menghapus
      * baris itu (kembali ke harga kasir).  Tulis-balik utuh.
      *-----------------------
       ATUR-HARGA-KANAL.
           PERFORM TAMPILKAN-KANAL
               VARYING kanal-idx FROM 2 BY 1
               UNTIL kanal-idx > KANAL-JML.
           DISPLAY "Kode kanal                    : ".
           ACCEPT kanal-input.
           MOVE "N" TO ws-kn-ada.
           PERFORM CARI-KANAL
               VARYING kanal-idx FROM 2 BY 1
               UNTIL kanal-idx > KANAL-JML.
           IF NOT kanal-ketemu
               DISPLAY "Kanal ", kanal-input, " bukan kanal platform"
           ELSE
               DISPLAY "Kode menu                     : "
               ACCEPT kode-input
               DISPLAY "Kode ukuran (spasi = regular) : "
               MOVE SPACE TO size-input
               ACCEPT size-input
               DISPLAY "Harga kanal (0 = hapus)       : "
               ACCEPT harga-input
               PERFORM MUAT-HKANAL
               MOVE "N" TO ws-found
               PERFORM CARI-HKANAL
                   VARYING hkanal-idx FROM 1 BY 1
                   UNTIL hkanal-idx > hkanal-count
               PERFORM CATAT-HKANAL
           END-IF.

       CATAT-HKANAL.
           IF NOT entri-ketemu
               IF harga-input = 0
                   DISPLAY "Harga kanal tidak ada, tidak ada yang ",
                           "dihapus"
               ELSE
                   IF hkanal-count >= 200
                       DISPLAY "Tabel harga kanal penuh"
                   ELSE
                       ADD 1 TO hkanal-count
                       MOVE kode-input  TO HKN-KODE (hkanal-count)
                       MOVE size-input  TO HKN-SIZE (hkanal-count)
                       MOVE kanal-input TO HKN-KANAL (hkanal-count)
                       MOVE harga-input TO HKN-HARGA (hkanal-count)
                       PERFORM SIMPAN-HKANAL
                   END-IF
               END-IF
           ELSE
               PERFORM SIMPAN-HKANAL
           END-IF.

       TAMPILKAN-KANAL.
           DISPLAY "  ", KANAL-KODE (kanal-idx), " ",
                   KANAL-NAMA (kanal-idx).

       CARI-KANAL.
           IF KANAL-KODE (kanal-idx) = kanal-input
               MOVE "Y" TO ws-kn-ada
           END-IF.

       MUAT-HKANAL.
           MOVE 0 TO hkanal-count.
           OPEN INPUT HKANAL-FILE.
           IF ws-hk-status = "00"
               PERFORM AMBIL-BARIS-HKANAL
                   UNTIL ws-hk-status NOT = "00"
               CLOSE HKANAL-FILE
           END-IF.

       AMBIL-BARIS-HKANAL.
           READ HKANAL-FILE
               AT END CONTINUE
               NOT AT END
                   IF hkanal-count >= 200
                       DISPLAY "Tabel harga kanal penuh, baris ",
                               "dilewati"
                   ELSE
                       ADD 1 TO hkanal-count
                       MOVE HK-KODE  TO HKN-KODE (hkanal-count)
                       MOVE HK-SIZE  TO HKN-SIZE (hkanal-count)
                       MOVE HK-KANAL TO HKN-KANAL (hkanal-count)
                       MOVE HK-HARGA TO HKN-HARGA (hkanal-count)
                   END-IF
           END-READ.

       CARI-HKANAL.
           IF HKN-KODE (hkanal-idx) = kode-input AND
              HKN-SIZE (hkanal-idx) = size-input AND
              HKN-KANAL (hkanal-idx) = kanal-input
               MOVE "Y" TO ws-found
               MOVE harga-input TO HKN-HARGA (hkanal-idx)
           END-IF.

       SIMPAN-HKANAL.
           OPEN OUTPUT HKANAL-FILE.
           PERFORM TULIS-BARIS-HKANAL
               VARYING hkanal-idx FROM 1 BY 1
               UNTIL hkanal-idx > hkanal-count.
           IF ws-hk-status NOT = "00"
               DISPLAY "Gagal menyimpan harga kanal, status ",
                       ws-hk-status
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "Harga kanal tersimpan"
           END-IF.
           CLOSE HKANAL-FILE.

      *    harga 0 (dihapus) tidak ditulis balik
       TULIS-BARIS-HKANAL.
           IF HKN-HARGA (hkanal-idx) = 0
               CONTINUE
           ELSE
               MOVE SPACES                 TO HKANAL-RECORD
               MOVE HKN-KODE (hkanal-idx)  TO HK-KODE
               MOVE HKN-SIZE (hkanal-idx)  TO HK-SIZE
               MOVE HKN-KANAL (hkanal-idx) TO HK-KANAL
               MOVE HKN-HARGA (hkanal-idx) TO HK-HARGA
               WRITE HKANAL-RECORD
           END-IF.

           COPY CHGTULIS.

           COPY BDATEGET.
