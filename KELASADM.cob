      *-----------------------
       FILE-CONTROL.
           COPY KELASSEL.
           COPY GURUSEL.
           COPY AJARSEL.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
      *-----------------------
           COPY KELASFD.

           COPY GURUFD.

           COPY AJARFD.

           COPY BDATEFD.

           COPY SESIFD.
           77 kelas-idx    pic 9(03) comp.
           77 ws-found     pic X value "N".
               88 kelas-ketemu value "Y".
           77 ws-wali-sah  pic X value "Y".
               88 wali-sah value "Y".
           COPY BDATEWS.
           COPY SESIWS.
           COPY AUDITWS.
           COPY GURUWS.

       01 KELAS-TABEL.
           05 KELAS-ENTRY OCCURS 50 TIMES.
           PERFORM MINTA-ISIAN.
           PERFORM MUAT-KELAS.
           PERFORM CARI-KELAS.
           PERFORM PERIKSA-WALI.
           EVALUATE TRUE
               WHEN kelas-ketemu
                   DISPLAY "Kelas ", kode-input, " sudah terdaftar, ",
                           "pakai pilihan ubah"
               WHEN NOT wali-sah
                   DISPLAY "Kelas tidak disimpan"
               WHEN kelas-count >= 50
                   DISPLAY "Tabel kelas penuh, entri tidak disimpan"
               WHEN OTHER
                   ADD 1 TO kelas-count
                   MOVE kelas-count TO kelas-idx
                   PERFORM ISI-ENTRI-KELAS
                   PERFORM SIMPAN-KELAS
                   DISPLAY "Kelas tersimpan"
           END-EVALUATE.

       UBAH-KELAS.
           PERFORM MINTA-ISIAN.
           PERFORM MUAT-KELAS.
           PERFORM CARI-KELAS.
           PERFORM PERIKSA-WALI.
           EVALUATE TRUE
               WHEN NOT kelas-ketemu
                   DISPLAY "Kelas ", kode-input, " tidak ditemukan"
               WHEN NOT wali-sah
                   DISPLAY "Kelas tidak diubah"
               WHEN OTHER
                   PERFORM ISI-ENTRI-KELAS
                   PERFORM SIMPAN-KELAS
                   DISPLAY "Kelas diubah"
           END-EVALUATE.

       HAPUS-KELAS.
           DISPLAY "Kode kelas yang dihapus       : ".
           ACCEPT nama-input.
           DISPLAY "Tingkat (angka)               : ".
           ACCEPT tingkat-input.
           DISPLAY "Kode guru wali (kosong=belum) : ".
           ACCEPT wali-input.
           DISPLAY "Kelas penerus (kosong=akhir)  : ".
           ACCEPT next-input.
           MOVE wali-input    TO KLT-WALI (kelas-idx).
           MOVE next-input    TO KLT-NEXT (kelas-idx).

      *    wali kelas harus kode guru aktif di GURU.txt; kosong
      *    dibolehkan untuk kelas yang walinya belum ditetapkan
       PERIKSA-WALI.
           MOVE "Y" TO ws-wali-sah.
           IF wali-input NOT = SPACES
               PERFORM MUAT-GURU-AJAR
               PERFORM CARI-GURU-WALI
               IF WS-GA-HIT = 0
                   DISPLAY "Wali ", wali-input, " bukan kode guru ",
                           "terdaftar (lihat GURUADM)"
                   MOVE "N" TO ws-wali-sah
               ELSE
                   IF WS-GAG-AKTIF (WS-GA-HIT) NOT = "A"
                       DISPLAY "Guru ", wali-input, " tidak aktif"
                       MOVE "N" TO ws-wali-sah
                   ELSE
                       DISPLAY "Wali kelas: ",
                               WS-GAG-NAMA (WS-GA-HIT)
                   END-IF
               END-IF
           END-IF.

      *    wali kelas adalah kode guru dari GURU.txt; wali teks
      *    bebas yang lebih panjang dari kode guru tidak dicari
       CARI-GURU-WALI.
           MOVE 0 TO WS-GA-HIT.
           IF wali-input (7:) = SPACES
               MOVE wali-input TO WS-GA-GURU
               PERFORM CARI-GURU-ID
           END-IF.

       CARI-KELAS.
           MOVE "N" TO ws-found.
           MOVE 1 TO kelas-idx.

       DAFTAR-KELAS.
           PERFORM MUAT-KELAS.
           PERFORM MUAT-GURU-AJAR.
           IF kelas-count = 0
               DISPLAY "Belum ada kelas terdaftar"
           ELSE
               DISPLAY "KODE   NAMA            TK WALI           ",
                       " PENERUS NAMA WALI"
               PERFORM TAMPILKAN-KELAS
                   VARYING kelas-idx FROM 1 BY 1
                   UNTIL kelas-idx > kelas-count
           END-IF.

      *    wali lama yang masih teks bebas ditandai supaya diganti
      *    dengan kode guru
       TAMPILKAN-KELAS.
           MOVE KLT-WALI (kelas-idx) TO wali-input.
           PERFORM CARI-GURU-WALI.
           IF WS-GA-HIT = 0
               IF wali-input = SPACES
                   DISPLAY KLT-KODE (kelas-idx), " ",
                           KLT-NAMA (kelas-idx), " ",
                           KLT-TINGKAT (kelas-idx), " ",
                           KLT-WALI (kelas-idx), " ",
                           KLT-NEXT (kelas-idx), "   (belum ada wali)"
               ELSE
                   DISPLAY KLT-KODE (kelas-idx), " ",
                           KLT-NAMA (kelas-idx), " ",
                           KLT-TINGKAT (kelas-idx), " ",
                           KLT-WALI (kelas-idx), " ",
                           KLT-NEXT (kelas-idx), "   ** bukan kode ",
                           "guru **"
               END-IF
           ELSE
               DISPLAY KLT-KODE (kelas-idx), " ", KLT-NAMA (kelas-idx),
                       " ", KLT-TINGKAT (kelas-idx), " ",
                       KLT-WALI (kelas-idx), " ", KLT-NEXT (kelas-idx),
                       "   ", WS-GAG-NAMA (WS-GA-HIT)
           END-IF.

           COPY GURUCARI.

           COPY BDATEGET.

