       IDENTIFICATION DIVISION.
       PROGRAM-ID. PULIH.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BKP1-FILE ASSIGN TO "BKP1.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-B1-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "BKPMANIF.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MF-STATUS.
           COPY BAHANSEL.
           COPY RESEPSEL.
           COPY MEMBSEL.
           COPY AKUNSEL.
           COPY VOCSEL.
           COPY JURNALSEL.
           COPY JRNLDSEL.
           COPY MBJSEL.
           COPY VTKSEL.
           COPY TRMSEL.
           COPY AKPAYSEL.
           COPY OPNSEL.
           COPY SUSUTSEL.
           COPY RETURSEL.
           COPY MUTSEL.
           COPY OUTLSEL.
           SELECT PRE-SORT ASSIGN TO "PULIHIN.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRE-STATUS.
           SELECT SORT-KEJADIAN ASSIGN TO "PULIHSRT.tmp".
           SELECT SORTED-KEJADIAN ASSIGN TO "PULIHOUT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-STATUS.
           SELECT PULIH-REPORT ASSIGN TO "PULIH.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PL-STATUS.
           COPY BDATESEL.
           COPY SESISEL.
           COPY AUDITSEL.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      *-----------------------
      * wadah cadangan BACKUP: etiket nama berkas asal + isi record
      *-----------------------
       FD BKP1-FILE.
       01 BKP1-RECORD.
           02 B1-TAG  PIC X(08).
           02 B1-DATA PIC X(250).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           02 MF-GEN   PIC 9(01).
           02 FILLER   PIC X VALUE SPACE.
           02 MF-TAG   PIC X(08).
           02 FILLER   PIC X VALUE SPACE.
           02 MF-DATE  PIC 9(08).
           02 FILLER   PIC X VALUE SPACE.
           02 MF-COUNT PIC 9(06).

           COPY BAHANFD.

           COPY RESEPFD.

           COPY MEMBFD.

           COPY AKUNFD.

           COPY VOCFD.

           COPY JURNALFD.

           COPY JRNLDFD.

           COPY MBJFD.

           COPY VTKFD.

           COPY TRMFD.

           COPY AKPAYFD.

           COPY OPNFD.

           COPY SUSUTFD.

           COPY RETURFD.

           COPY MUTFD.

           COPY OUTLFD.

      *-----------------------
      * satu kejadian per baris jurnal yang mengubah master, dalam
      * bentuk seragam supaya semua sumber bisa diurutkan menurut
      * tanggal dan jam lalu diputar ulang berurutan.  KA-BARIS
      * nomor urut baca, menjaga urutan asli baris berjam sama.
      *-----------------------
       FD PRE-SORT.
       01 PRE-RECORD.
           02 KA-DATE   PIC 9(08).
           02 KA-TIME   PIC 9(08).
           02 KA-BARIS  PIC 9(06).
           02 KA-JENIS  PIC X(02).
           02 KA-KUNCI  PIC X(05).
           02 KA-STRUK  PIC 9(06).
           02 KA-JML    PIC S9(08).
           02 KA-JML2   PIC S9(08).
           02 KA-NAMA   PIC X(12).
           02 KA-SATUAN PIC X(03).
           02 KA-LOT    PIC X(01).

       SD SORT-KEJADIAN.
       01 SORT-KEJADIAN-REC.
           02 KS-DATE   PIC 9(08).
           02 KS-TIME   PIC 9(08).
           02 KS-BARIS  PIC 9(06).
           02 KS-ISI    PIC X(55).

       FD SORTED-KEJADIAN.
       01 SORTED-KEJADIAN-REC.
           02 KB-DATE   PIC 9(08).
           02 KB-TIME   PIC 9(08).
           02 KB-BARIS  PIC 9(06).
           02 KB-JENIS  PIC X(02).
           02 KB-KUNCI  PIC X(05).
           02 KB-STRUK  PIC 9(06).
           02 KB-JML    PIC S9(08).
           02 KB-JML2   PIC S9(08).
           02 KB-NAMA   PIC X(12).
           02 KB-SATUAN PIC X(03).
           02 KB-LOT    PIC X(01).

       FD PULIH-REPORT.
       01 PULIH-RECORD PIC X(100).

           COPY BDATEFD.

           COPY SESIFD.

           COPY AUDITFD.

       WORKING-STORAGE SECTION.
      *-----------------------
       77 ws-b1-status  pic X(02).
       77 ws-mf-status  pic X(02).
       77 ws-bh-status  pic X(02).
       77 ws-re-status  pic X(02).
       77 ws-mb-status  pic X(02).
       77 ws-ac-status  pic X(02).
       77 ws-vc-status  pic X(02).
       77 ws-jr-status  pic X(02).
       77 ws-jd-status  pic X(02).
       77 ws-mj-status  pic X(02).
       77 ws-vk-status  pic X(02).
       77 ws-tr-status  pic X(02).
       77 ws-ap-status  pic X(02).
       77 ws-aj-status  pic X(02).
       77 ws-ss-status  pic X(02).
       77 ws-rt-status  pic X(02).
       77 ws-mt-status  pic X(02).
       77 ws-pre-status pic X(02).
       77 ws-srt-status pic X(02).
       77 ws-pl-status  pic X(02).
       COPY BDATEWS.
       COPY OUTLWS.
       COPY SESIWS.
       COPY AUDITWS.
       77 ws-eof       pic X value "N".
       77 ws-batal     pic X value "N".
           88 pulih-batal value "Y".
       77 ws-muat-penuh pic X value "N".
           88 muat-penuh value "Y".
       77 jawab-input  pic X(01).
           88 jawab-ya value "Y", "y".
       77 ws-pulih-bh  pic X value "N".
           88 pulih-bahan   value "Y".
       77 ws-pulih-mb  pic X value "N".
           88 pulih-member  value "Y".
       77 ws-pulih-ac  pic X value "N".
           88 pulih-akun    value "Y".
       77 ws-pulih-vc  pic X value "N".
           88 pulih-voucher value "Y".
       77 gen-tgl      pic 9(08) value 0.
       77 mf-idx       pic 9(01) comp.
       77 kj-baris     pic 9(06) value 0.
       77 kj-putar     pic 9(06) value 0.
       77 kj-gagal     pic 9(06) value 0.
       77 temuan-count pic 9(03) value 0.
       77 ws-ket       pic X(40).
       77 ws-sah       pic X value "Y".
           88 kejadian-sah value "Y".
       77 kunci-bahan  pic X(04).
       77 kunci-no     pic 9(05).
       77 qty-pakai    pic S9(08).
       77 cost-baru    pic 9(06).
       77 resep-hit    pic 9(03).
       77 jual-anggota pic 9(06) value 0.
       77 poin-baris   pic 9(06) value 0.
       77 tot-pay-v    pic S9(10) value 0.
       77 tot-pakai-v  pic S9(10) value 0.
       77 ws-selisih   pic S9(10).

      *-----------------------
      * cadangan generasi 1 per master yang bisa dipulihkan: nama
      * etiket dan daya tampung tabelnya, hitungan manifest,
      * hitungan isi BKP1, hitungan yang ditulis balik
      *-----------------------
       01 MASTER-DATA.
           05 FILLER PIC X(08) VALUE "BAHAN".
           05 FILLER PIC 9(03) VALUE 100.
           05 FILLER PIC X(08) VALUE "MEMBER".
           05 FILLER PIC 9(03) VALUE 100.
           05 FILLER PIC X(08) VALUE "AKUN".
           05 FILLER PIC 9(03) VALUE 50.
           05 FILLER PIC X(08) VALUE "VOUCHER".
           05 FILLER PIC 9(03) VALUE 500.
       01 MASTER-TABEL REDEFINES MASTER-DATA.
           05 MASTER-ENTRY OCCURS 4 TIMES.
               10 MS-TAG  PIC X(08).
               10 MS-MAKS PIC 9(03).
       01 MASTER-HITUNG.
           05 MASTER-HITUNG-ENTRY OCCURS 4 TIMES.
               10 MH-ADA     PIC X(01).
               10 MH-MANIF   PIC 9(06).
               10 MH-BKP     PIC 9(06).
               10 MH-TULIS   PIC 9(06).
               10 MH-PILIH   PIC X(01).

       01 RESEP-TABEL.
           05 RESEP-ENTRY OCCURS 100 TIMES.
               10 RSP-MENU  PIC X(04).
               10 RSP-BAHAN PIC X(04).
               10 RSP-QTY   PIC 9(05).
       77 resep-count pic 9(03) value 0.
       77 resep-idx   pic 9(03) comp.

       01 BAHAN-TABEL.
           05 BAHAN-ENTRY OCCURS 100 TIMES.
               10 BHN-KODE   PIC X(04).
               10 BHN-NAMA   PIC X(12).
               10 BHN-SATUAN PIC X(03).
               10 BHN-ONHAND PIC S9(07).
               10 BHN-MIN    PIC 9(07).
               10 BHN-COST   PIC 9(06).
               10 BHN-LOT    PIC X(01).
       77 bahan-count pic 9(03) value 0.
       77 bahan-idx   pic 9(03) value 0.
       77 bahan-cari  pic 9(03) comp.

       01 MEMBER-TABEL.
           05 MEMBER-ENTRY OCCURS 100 TIMES.
               10 MBT-NO   PIC 9(05).
               10 MBT-NAMA PIC X(15).
               10 MBT-TELP PIC X(12).
               10 MBT-POIN PIC 9(06).
       77 member-count pic 9(03) value 0.
       77 member-idx   pic 9(03) value 0.
       77 member-cari  pic 9(03) comp.

       01 AKUN-TABEL.
           05 AKUN-ENTRY OCCURS 50 TIMES.
               10 AKT-NO    PIC 9(04).
               10 AKT-NAMA  PIC X(15).
               10 AKT-LIMIT PIC 9(08).
               10 AKT-SALDO PIC S9(08).
       77 akun-count pic 9(03) value 0.
       77 akun-idx   pic 9(03) value 0.
       77 akun-cari  pic 9(03) comp.

       01 VOUCHER-TABEL.
           05 VOUCHER-ENTRY OCCURS 500 TIMES.
               10 VCT-NO     PIC 9(05).
               10 VCT-NILAI  PIC 9(06).
               10 VCT-SOLD   PIC 9(08).
               10 VCT-REDEEM PIC 9(08).
               10 VCT-STATUS PIC X(01).
       77 voucher-count pic 9(03) value 0.
       77 voucher-idx   pic 9(03) value 0.
       77 voucher-cari  pic 9(03) comp.

      *-----------------------
      * total kendali per master: awal (isi cadangan), mutasi
      * menurut jurnal (diterapkan atau tidak), dan hasil akhir;
      * awal + mutasi jurnal harus sama dengan hasil
      *-----------------------
       01 KENDALI-TABEL.
           05 KENDALI-ENTRY OCCURS 4 TIMES.
               10 KD-AWAL    PIC S9(10).
               10 KD-MUTASI  PIC S9(10).
               10 KD-HASIL   PIC S9(10).
       77 kd-idx pic 9(01) comp.

       01 PULIH-LINE PIC X(100).

       01 PULIH-DETAIL.
           02 PD-TGL    PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 PD-JAM    PIC 9(08).
           02 FILLER    PIC X VALUE SPACE.
           02 PD-JENIS  PIC X(09).
           02 FILLER    PIC X VALUE SPACE.
           02 PD-STRUK  PIC Z(5)9.
           02 FILLER    PIC X VALUE SPACE.
           02 PD-KUNCI  PIC X(05).
           02 FILLER    PIC X VALUE SPACE.
           02 PD-JML    PIC -(8)9.
           02 FILLER    PIC X VALUE SPACE.
           02 PD-KET    PIC X(40).

       01 PULIH-KENDALI.
           02 PK-TAG    PIC X(08).
           02 FILLER    PIC X(08) VALUE " awal  ".
           02 PK-AWAL   PIC -(10)9.
           02 FILLER    PIC X(08) VALUE " jurnal ".
           02 PK-MUTASI PIC -(10)9.
           02 FILLER    PIC X(08) VALUE " hasil  ".
           02 PK-HASIL  PIC -(10)9.
           02 FILLER    PIC X VALUE SPACE.
           02 PK-KET    PIC X(15).

       01 ANGKA-TAMPIL   PIC -(10)9.
       01 ANGKA-TAMPIL-2 PIC -(10)9.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * PEMULIHAN MAJU - master yang rusak di tengah hari (BAHAN,
      * MEMBER, AKUN, VOUCHER) dikembalikan dari generasi 1 BACKUP
      * lalu semua jurnal sesudah tanggal cadangan itu diputar ulang
      * berurutan menurut tanggal dan jam: detail penjualan
      * (ledakan RESEP), poin MEMBJRN, beban dan bayar rekening bon,
      * jual dan tukar voucher, penerimaan, susut, retur, mutasi,
      * dan opname.  Setiap kejadian tercatat di PULIH.txt beserta
      * yang gagal diterapkan, diakhiri total kendali per master.
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "PULIH" TO WS-AUDIT-PROGRAM.
            PERFORM BACA-SESI.
            MOVE WS-SESI-ID TO WS-AUDIT-OPER.
            PERFORM CATAT-AUDIT-START.
            PERFORM BACA-TGL-USAHA.
            PERFORM BACA-OUTLET.
            MOVE "N" TO ws-batal.
            MOVE "N" TO ws-muat-penuh.
            PERFORM KOSONGKAN-MASTER
                VARYING mf-idx FROM 1 BY 1 UNTIL mf-idx > 4.
            DISPLAY "=== PEMULIHAN MAJU MASTER DARI CADANGAN ===".
            PERFORM PILIH-MASTER.
            IF NOT pulih-batal
                PERFORM BACA-MANIFEST
            END-IF.
            IF NOT pulih-batal
                PERFORM HITUNG-ISI-BKP1
            END-IF.
            IF NOT pulih-batal
                PERFORM MINTA-KONFIRMASI
            END-IF.
            IF pulih-batal
                DISPLAY "Pemulihan dibatalkan, master tidak disentuh"
                MOVE 1 TO RETURN-CODE
            ELSE
                PERFORM JALANKAN-PEMULIHAN
            END-IF.
            MOVE "PULIH" TO WS-AUDIT-PROGRAM.
            PERFORM CATAT-AUDIT.
            GOBACK.

       KOSONGKAN-MASTER.
            MOVE "N" TO MH-ADA (mf-idx).
            MOVE 0   TO MH-MANIF (mf-idx).
            MOVE 0   TO MH-BKP (mf-idx).
            MOVE 0   TO MH-TULIS (mf-idx).
            MOVE "N" TO MH-PILIH (mf-idx).
            MOVE 0   TO KD-AWAL (mf-idx).
            MOVE 0   TO KD-MUTASI (mf-idx).
            MOVE 0   TO KD-HASIL (mf-idx).

      *-----------------------
      * PILIH MASTER - hanya berkas yang memang rusak yang ditimpa;
      * master lain dibiarkan apa adanya
      *-----------------------
       PILIH-MASTER.
            DISPLAY "Pulihkan BAHAN.txt   (Y/N) : ".
            ACCEPT jawab-input.
            IF jawab-ya
                MOVE "Y" TO ws-pulih-bh
                MOVE "Y" TO MH-PILIH (1)
            END-IF.
            DISPLAY "Pulihkan MEMBER.txt  (Y/N) : ".
            ACCEPT jawab-input.
            IF jawab-ya
                MOVE "Y" TO ws-pulih-mb
                MOVE "Y" TO MH-PILIH (2)
            END-IF.
            DISPLAY "Pulihkan AKUN.txt    (Y/N) : ".
            ACCEPT jawab-input.
            IF jawab-ya
                MOVE "Y" TO ws-pulih-ac
                MOVE "Y" TO MH-PILIH (3)
            END-IF.
            DISPLAY "Pulihkan VOUCHER.txt (Y/N) : ".
            ACCEPT jawab-input.
            IF jawab-ya
                MOVE "Y" TO ws-pulih-vc
                MOVE "Y" TO MH-PILIH (4)
            END-IF.
            IF NOT pulih-bahan AND NOT pulih-member
               AND NOT pulih-akun AND NOT pulih-voucher
                DISPLAY "Tidak ada master yang dipilih"
                MOVE "Y" TO ws-batal
            END-IF.

      *-----------------------
      * MANIFEST - tanggal usaha generasi 1 menjadi batas jurnal
      * yang diputar ulang; cadangan yang dibuat pada tanggal usaha
      * hari ini sudah memuat sebagian transaksi hari ini, jadi
      * tidak bisa dipakai sebagai titik awal
      *-----------------------
       BACA-MANIFEST.
            MOVE 0 TO gen-tgl.
            OPEN INPUT MANIFEST-FILE.
            IF WS-MF-STATUS NOT = "00"
                DISPLAY "Manifest (BKPMANIF.txt) belum ada"
                MOVE "Y" TO ws-batal
            ELSE
                PERFORM AMBIL-BARIS-MANIFEST
                    UNTIL WS-MF-STATUS NOT = "00"
                CLOSE MANIFEST-FILE
                PERFORM UJI-MANIFEST-MASTER
                    VARYING mf-idx FROM 1 BY 1 UNTIL mf-idx > 4
                EVALUATE TRUE
                    WHEN gen-tgl = 0
                        DISPLAY "Generasi 1 tidak ada di manifest"
                        MOVE "Y" TO ws-batal
                    WHEN gen-tgl >= WS-TGL-USAHA
                        DISPLAY "Generasi 1 dibuat tanggal usaha ",
                                gen-tgl, ", tidak sebelum hari ",
                                "ini (", WS-TGL-USAHA, ")"
                        MOVE "Y" TO ws-batal
                    WHEN OTHER
                        DISPLAY "Titik awal: cadangan generasi 1 ",
                                "tanggal usaha ", gen-tgl
                END-EVALUATE
            END-IF.

       AMBIL-BARIS-MANIFEST.
            READ MANIFEST-FILE
                AT END CONTINUE
                NOT AT END
                    IF MF-GEN = 1
                        MOVE MF-DATE TO gen-tgl
                        PERFORM SIMPAN-MANIFEST-MASTER
                            VARYING mf-idx FROM 1 BY 1
                            UNTIL mf-idx > 4
                    END-IF
            END-READ.

       SIMPAN-MANIFEST-MASTER.
            IF MF-TAG = MS-TAG (mf-idx)
                MOVE "Y"      TO MH-ADA (mf-idx)
                MOVE MF-COUNT TO MH-MANIF (mf-idx)
            END-IF.

       UJI-MANIFEST-MASTER.
            IF MH-PILIH (mf-idx) = "Y" AND MH-ADA (mf-idx) NOT = "Y"
                DISPLAY "Generasi 1 belum memuat ", MS-TAG (mf-idx),
                        "; jalankan BACKUP dulu pada malam berikutnya"
                MOVE "Y" TO ws-batal
            END-IF.

      *-----------------------
      * ISI BKP1 - dihitung dan dicocokkan dengan manifest DULU;
      * master hidup baru boleh ditimpa kalau cadangannya utuh dan
      * muat seluruhnya di tabel putar ulang (master ditulis balik
      * dari tabel, record di luar tabel akan hilang)
      *-----------------------
       HITUNG-ISI-BKP1.
            OPEN INPUT BKP1-FILE.
            IF WS-B1-STATUS NOT = "00"
                DISPLAY "Cadangan generasi 1 (BKP1.txt) belum ada"
                MOVE "Y" TO ws-batal
            ELSE
                MOVE "N" TO ws-eof
                PERFORM HITUNG-BARIS-BKP1 UNTIL ws-eof = "Y"
                CLOSE BKP1-FILE
                PERFORM UJI-ISI-BKP1
                    VARYING mf-idx FROM 1 BY 1 UNTIL mf-idx > 4
            END-IF.

       HITUNG-BARIS-BKP1.
            READ BKP1-FILE
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    PERFORM HITUNG-TAG-BKP1
                        VARYING mf-idx FROM 1 BY 1 UNTIL mf-idx > 4
            END-READ.

       HITUNG-TAG-BKP1.
            IF B1-TAG = MS-TAG (mf-idx)
                ADD 1 TO MH-BKP (mf-idx)
            END-IF.

       UJI-ISI-BKP1.
            IF MH-PILIH (mf-idx) = "Y"
                IF MH-BKP (mf-idx) NOT = MH-MANIF (mf-idx)
                    DISPLAY "  ", MS-TAG (mf-idx), " di BKP1 ",
                            MH-BKP (mf-idx), " record, manifest ",
                            MH-MANIF (mf-idx), " *** TIDAK COCOK ***"
                    MOVE "Y" TO ws-batal
                ELSE
                    DISPLAY "  ", MS-TAG (mf-idx), " di BKP1 ",
                            MH-BKP (mf-idx), " record (cocok)"
                END-IF
                IF MH-BKP (mf-idx) > MS-MAKS (mf-idx)
                    DISPLAY "  ", MS-TAG (mf-idx), " melebihi daya ",
                            "tampung pemulihan (", MS-MAKS (mf-idx),
                            " record), master tidak disentuh"
                    MOVE "Y" TO ws-batal
                END-IF
            END-IF.

       MINTA-KONFIRMASI.
            DISPLAY "Master terpilih akan DITIMPA isi cadangan lalu ".
            DISPLAY "jurnal sesudah ", gen-tgl, " diputar ulang.".
            DISPLAY "Lanjutkan (Y/N) : ".
            ACCEPT jawab-input.
            IF NOT jawab-ya
                MOVE "Y" TO ws-batal
            END-IF.

      *-----------------------
      * JALANKAN - kembalikan, muat, kumpulkan kejadian, urutkan,
      * putar ulang, simpan, lalu total kendali
      *-----------------------
       JALANKAN-PEMULIHAN.
            PERFORM KEMBALIKAN-DARI-BKP1.
            PERFORM MUAT-MASTER.
            OPEN OUTPUT PULIH-REPORT.
            MOVE SPACES TO PULIH-LINE.
            STRING "=== PEMULIHAN MAJU - " DELIMITED BY SIZE
                   WS-TGL-USAHA DELIMITED BY SIZE
                   " dari cadangan " DELIMITED BY SIZE
                   gen-tgl DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                INTO PULIH-LINE.
            PERFORM TULIS-BARIS-PULIH.
            PERFORM LAPOR-MASTER-DIPULIHKAN
                VARYING mf-idx FROM 1 BY 1 UNTIL mf-idx > 4.
            MOVE "TANGGAL  JAM      JENIS     STRUK  KUNCI    JUMLAH"
                TO PULIH-LINE.
            PERFORM TULIS-BARIS-PULIH.
            OPEN OUTPUT PRE-SORT.
            PERFORM KUMPULKAN-KEJADIAN.
            CLOSE PRE-SORT.
            SORT SORT-KEJADIAN
                ON ASCENDING KEY KS-DATE
                ON ASCENDING KEY KS-TIME
                ON ASCENDING KEY KS-BARIS
                USING PRE-SORT
                GIVING SORTED-KEJADIAN.
            OPEN INPUT SORTED-KEJADIAN.
            IF WS-SRT-STATUS = "00"
                PERFORM PUTAR-ULANG-KEJADIAN
                    UNTIL WS-SRT-STATUS NOT = "00"
                CLOSE SORTED-KEJADIAN
            END-IF.
            IF muat-penuh
                MOVE SPACES TO PULIH-LINE
                STRING "TEMUAN: tabel pemulihan penuh, "
                           DELIMITED BY SIZE
                       "master tidak ditulis ulang" DELIMITED BY SIZE
                    INTO PULIH-LINE
                PERFORM CATAT-TEMUAN
                MOVE SPACES TO PULIH-LINE
                STRING "  (master berisi cadangan generasi 1 "
                           DELIMITED BY SIZE
                       "tanpa putar ulang)" DELIMITED BY SIZE
                    INTO PULIH-LINE
                PERFORM TULIS-BARIS-PULIH
            ELSE
                PERFORM SIMPAN-MASTER
                PERFORM PERIKSA-KENDALI
            END-IF.
            MOVE SPACES TO PULIH-LINE.
            STRING "Diputar ulang: " DELIMITED BY SIZE
                   kj-putar DELIMITED BY SIZE
                   ", tidak diterapkan: " DELIMITED BY SIZE
                   kj-gagal DELIMITED BY SIZE
                   ", temuan kendali: " DELIMITED BY SIZE
                   temuan-count DELIMITED BY SIZE
                INTO PULIH-LINE.
            PERFORM TULIS-BARIS-PULIH.
            CLOSE PULIH-REPORT.
            IF kj-gagal > 0 OR temuan-count > 0
                DISPLAY "PULIH: ada kejadian yang tidak diterapkan ",
                        "atau total yang tidak cocok (lihat PULIH.txt)"
                MOVE 1 TO RETURN-CODE
            ELSE
                DISPLAY "PULIH: semua kejadian diterapkan, total ",
                        "kendali cocok"
            END-IF.

       LAPOR-MASTER-DIPULIHKAN.
            IF MH-PILIH (mf-idx) = "Y"
                MOVE SPACES TO PULIH-LINE
                STRING "Dipulihkan: " DELIMITED BY SIZE
                       MS-TAG (mf-idx) DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       MH-TULIS (mf-idx) DELIMITED BY SIZE
                       " record dari cadangan" DELIMITED BY SIZE
                    INTO PULIH-LINE
                PERFORM TULIS-BARIS-PULIH
            END-IF.

       TULIS-BARIS-PULIH.
            DISPLAY PULIH-LINE.
            MOVE PULIH-LINE TO PULIH-RECORD.
            WRITE PULIH-RECORD.

       CATAT-TEMUAN.
            ADD 1 TO temuan-count.
            PERFORM TULIS-BARIS-PULIH.

      *-----------------------
      * KEMBALIKAN - isi cadangan master terpilih ditulis balik ke
      * berkas hidupnya, seperti restore BACKUP tetapi hanya untuk
      * berkas yang rusak
      *-----------------------
       KEMBALIKAN-DARI-BKP1.
            IF pulih-bahan
                OPEN OUTPUT BAHAN-FILE
            END-IF.
            IF pulih-member
                OPEN OUTPUT MEMBER-FILE
            END-IF.
            IF pulih-akun
                OPEN OUTPUT AKUN-FILE
            END-IF.
            IF pulih-voucher
                OPEN OUTPUT VOUCHER-FILE
            END-IF.
            OPEN INPUT BKP1-FILE.
            MOVE "N" TO ws-eof.
            PERFORM BAGIKAN-BARIS-BKP1 UNTIL ws-eof = "Y".
            CLOSE BKP1-FILE.
            IF pulih-bahan
                CLOSE BAHAN-FILE
            END-IF.
            IF pulih-member
                CLOSE MEMBER-FILE
            END-IF.
            IF pulih-akun
                CLOSE AKUN-FILE
            END-IF.
            IF pulih-voucher
                CLOSE VOUCHER-FILE
            END-IF.

       BAGIKAN-BARIS-BKP1.
            READ BKP1-FILE
                AT END MOVE "Y" TO ws-eof
                NOT AT END
                    EVALUATE TRUE
                        WHEN B1-TAG = "BAHAN" AND pulih-bahan
                            MOVE B1-DATA TO BAHAN-RECORD
                            WRITE BAHAN-RECORD
                                INVALID KEY
                                    DISPLAY "Kunci ganda BAHAN: ",
                                            BH-KODE
                                NOT INVALID KEY
                                    ADD 1 TO MH-TULIS (1)
                            END-WRITE
                        WHEN B1-TAG = "MEMBER" AND pulih-member
                            MOVE B1-DATA TO MEMBER-RECORD
                            WRITE MEMBER-RECORD
                                INVALID KEY
                                    DISPLAY "Kunci ganda MEMBER: ",
                                            MB-NO
                                NOT INVALID KEY
                                    ADD 1 TO MH-TULIS (2)
                            END-WRITE
                        WHEN B1-TAG = "AKUN" AND pulih-akun
                            MOVE B1-DATA TO AKUN-RECORD
                            WRITE AKUN-RECORD
                                INVALID KEY
                                    DISPLAY "Kunci ganda AKUN: ",
                                            AC-NO
                                NOT INVALID KEY
                                    ADD 1 TO MH-TULIS (3)
                            END-WRITE
                        WHEN B1-TAG = "VOUCHER" AND pulih-voucher
                            MOVE B1-DATA TO VOUCHER-RECORD
                            WRITE VOUCHER-RECORD
                                INVALID KEY
                                    DISPLAY "Kunci ganda VOUCHER: ",
                                            VC-NO
                                NOT INVALID KEY
                                    ADD 1 TO MH-TULIS (4)
                            END-WRITE
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
            END-READ.

      *-----------------------
      * MUAT - master hasil restore dibaca ke tabel kerja; resep
      * dibaca dari RESEP.txt yang hidup untuk ledakan penjualan
      *-----------------------
       MUAT-MASTER.
            IF pulih-bahan
                PERFORM MUAT-RESEP
                PERFORM MUAT-BAHAN
            END-IF.
            IF pulih-member
                PERFORM MUAT-MEMBER
            END-IF.
            IF pulih-akun
                PERFORM MUAT-AKUN
            END-IF.
            IF pulih-voucher
                PERFORM MUAT-VOUCHER
            END-IF.

       MUAT-RESEP.
            MOVE 0 TO resep-count.
            OPEN INPUT RESEP-FILE.
            IF WS-RE-STATUS = "00"
                PERFORM AMBIL-BARIS-RESEP
                    UNTIL WS-RE-STATUS NOT = "00"
                CLOSE RESEP-FILE
            ELSE
                DISPLAY "Berkas resep (RESEP.txt) belum ada, ",
                        "penjualan tidak menarik stok bahan"
            END-IF.

       AMBIL-BARIS-RESEP.
            READ RESEP-FILE
                AT END CONTINUE
                NOT AT END
                    IF resep-count >= 100
                        DISPLAY "Tabel resep penuh, baris dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO resep-count
                        MOVE RS-MENU  TO RSP-MENU (resep-count)
                        MOVE RS-BAHAN TO RSP-BAHAN (resep-count)
                        MOVE RS-QTY   TO RSP-QTY (resep-count)
                    END-IF
            END-READ.

       MUAT-BAHAN.
            MOVE 0 TO bahan-count.
            OPEN INPUT BAHAN-FILE.
            IF WS-BH-STATUS = "00"
                PERFORM AMBIL-BARIS-BAHAN
                    UNTIL WS-BH-STATUS NOT = "00"
                CLOSE BAHAN-FILE
            END-IF.

       AMBIL-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF bahan-count >= 100
                        DISPLAY "Tabel bahan penuh, kode ", BH-KODE,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO bahan-count
                        MOVE BH-KODE    TO BHN-KODE (bahan-count)
                        MOVE BH-NAMA    TO BHN-NAMA (bahan-count)
                        MOVE BH-SATUAN  TO BHN-SATUAN (bahan-count)
                        MOVE BH-ONHAND  TO BHN-ONHAND (bahan-count)
                        MOVE BH-MINIMUM TO BHN-MIN (bahan-count)
                        MOVE BH-COST    TO BHN-COST (bahan-count)
                        MOVE BH-LOT     TO BHN-LOT (bahan-count)
                        ADD BH-ONHAND   TO KD-AWAL (1)
                    END-IF
            END-READ.

       MUAT-MEMBER.
            MOVE 0 TO member-count.
            OPEN INPUT MEMBER-FILE.
            IF WS-MB-STATUS = "00"
                PERFORM AMBIL-BARIS-MEMBER
                    UNTIL WS-MB-STATUS NOT = "00"
                CLOSE MEMBER-FILE
            END-IF.

       AMBIL-BARIS-MEMBER.
            READ MEMBER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF member-count >= 100
                        DISPLAY "Tabel anggota penuh, no. ", MB-NO,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO member-count
                        MOVE MB-NO   TO MBT-NO (member-count)
                        MOVE MB-NAMA TO MBT-NAMA (member-count)
                        MOVE MB-TELP TO MBT-TELP (member-count)
                        MOVE MB-POIN TO MBT-POIN (member-count)
                        ADD MB-POIN  TO KD-AWAL (2)
                    END-IF
            END-READ.

       MUAT-AKUN.
            MOVE 0 TO akun-count.
            OPEN INPUT AKUN-FILE.
            IF WS-AC-STATUS = "00"
                PERFORM AMBIL-BARIS-AKUN
                    UNTIL WS-AC-STATUS NOT = "00"
                CLOSE AKUN-FILE
            END-IF.

       AMBIL-BARIS-AKUN.
            READ AKUN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF akun-count >= 50
                        DISPLAY "Tabel rekening penuh, no. ", AC-NO,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO akun-count
                        MOVE AC-NO    TO AKT-NO (akun-count)
                        MOVE AC-NAMA  TO AKT-NAMA (akun-count)
                        MOVE AC-LIMIT TO AKT-LIMIT (akun-count)
                        MOVE AC-SALDO TO AKT-SALDO (akun-count)
                        ADD AC-SALDO  TO KD-AWAL (3)
                    END-IF
            END-READ.

       MUAT-VOUCHER.
            MOVE 0 TO voucher-count.
            OPEN INPUT VOUCHER-FILE.
            IF WS-VC-STATUS = "00"
                PERFORM AMBIL-BARIS-VOUCHER
                    UNTIL WS-VC-STATUS NOT = "00"
                CLOSE VOUCHER-FILE
            END-IF.

       AMBIL-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF voucher-count >= 500
                        DISPLAY "Tabel voucher penuh, no. ", VC-NO,
                                " dilewati"
                        MOVE "Y" TO ws-muat-penuh
                    ELSE
                        ADD 1 TO voucher-count
                        MOVE VC-NO          TO VCT-NO (voucher-count)
                        MOVE VC-NILAI       TO VCT-NILAI (voucher-count)
                        MOVE VC-SOLD-DATE   TO VCT-SOLD (voucher-count)
                        MOVE VC-REDEEM-DATE
                            TO VCT-REDEEM (voucher-count)
                        MOVE VC-STATUS
                            TO VCT-STATUS (voucher-count)
                        IF VC-STATUS = "O"
                            ADD VC-NILAI TO KD-AWAL (4)
                        END-IF
                    END-IF
            END-READ.

      *-----------------------
      * KUMPULKAN - setiap jurnal sesudah tanggal cadangan menjadi
      * kejadian seragam; hanya sumber yang menyentuh master
      * terpilih yang dibaca
      *-----------------------
       KUMPULKAN-KEJADIAN.
            IF pulih-member OR pulih-akun OR pulih-voucher
                PERFORM KUMPUL-JURNAL
            END-IF.
            IF pulih-bahan
                PERFORM KUMPUL-DETAIL
                PERFORM KUMPUL-TERIMA
                PERFORM KUMPUL-SUSUT
                PERFORM KUMPUL-RETUR
                PERFORM KUMPUL-MUTASI
                PERFORM KUMPUL-OPNAME
            END-IF.
            IF pulih-member
                PERFORM KUMPUL-POIN
            END-IF.
            IF pulih-akun
                PERFORM KUMPUL-BAYAR-BON
            END-IF.
            IF pulih-voucher
                PERFORM KUMPUL-TUKAR-VOUCHER
            END-IF.

       SIAPKAN-KEJADIAN.
            MOVE SPACES TO PRE-RECORD.
            MOVE 0      TO KA-STRUK.
            MOVE 0      TO KA-JML.
            MOVE 0      TO KA-JML2.

       TULIS-KEJADIAN.
            ADD 1 TO kj-baris.
            MOVE kj-baris TO KA-BARIS.
            WRITE PRE-RECORD.

      *    penjualan: beban rekening bon (S) dan voucher terjual
      *    (G); sekalian dihitung struk anggota dan nilai voucher
      *    yang dipakai sebagai pembanding jurnal poin dan tukar
       KUMPUL-JURNAL.
            OPEN INPUT SALES-JOURNAL.
            IF WS-JR-STATUS = "00"
                PERFORM AMBIL-BARIS-JURNAL
                    UNTIL WS-JR-STATUS NOT = "00"
                CLOSE SALES-JOURNAL
            END-IF.

       AMBIL-BARIS-JURNAL.
            READ SALES-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JR-DATE IS NUMERIC AND JR-DATE > gen-tgl
                        PERFORM PILAH-BARIS-JURNAL
                    END-IF
            END-READ.

       PILAH-BARIS-JURNAL.
            EVALUATE TRUE
                WHEN JR-REC-TYPE = "S"
                    IF JR-MEMBER IS NUMERIC AND JR-MEMBER NOT = 0
                        ADD 1 TO jual-anggota
                    END-IF
                    IF JR-PAY-V IS NUMERIC
                        ADD JR-PAY-V TO tot-pay-v
                    END-IF
                    IF pulih-akun AND JR-PAY-A IS NUMERIC
                       AND JR-AKUN IS NUMERIC
                       AND JR-PAY-A NOT = 0 AND JR-AKUN NOT = 0
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE JR-DATE       TO KA-DATE
                        MOVE JR-TIME       TO KA-TIME
                        MOVE "BN"          TO KA-JENIS
                        MOVE JR-AKUN       TO KA-KUNCI
                        MOVE JR-RECEIPT-NO TO KA-STRUK
                        MOVE JR-PAY-A      TO KA-JML
                        PERFORM TULIS-KEJADIAN
                    END-IF
                WHEN JR-REC-TYPE = "G" AND pulih-voucher
                    PERFORM SIAPKAN-KEJADIAN
                    MOVE JR-DATE    TO KA-DATE
                    MOVE JR-TIME    TO KA-TIME
                    MOVE "VJ"       TO KA-JENIS
                    MOVE JR-ORIG-NO (2:5) TO KA-KUNCI
                    MOVE JR-UANG    TO KA-JML
                    PERFORM TULIS-KEJADIAN
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       KUMPUL-DETAIL.
            OPEN INPUT DETAIL-JOURNAL.
            IF WS-JD-STATUS = "00"
                PERFORM AMBIL-BARIS-DETAIL
                    UNTIL WS-JD-STATUS NOT = "00"
                CLOSE DETAIL-JOURNAL
            END-IF.

       AMBIL-BARIS-DETAIL.
            READ DETAIL-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF JD-DATE IS NUMERIC AND JD-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE JD-DATE       TO KA-DATE
                        MOVE JD-TIME       TO KA-TIME
                        MOVE "JL"          TO KA-JENIS
                        MOVE JD-KODE       TO KA-KUNCI
                        MOVE JD-RECEIPT-NO TO KA-STRUK
                        MOVE JD-QTY        TO KA-JML
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-TERIMA.
            OPEN INPUT TERIMA-JOURNAL.
            IF WS-TR-STATUS = "00"
                PERFORM AMBIL-BARIS-TERIMA
                    UNTIL WS-TR-STATUS NOT = "00"
                CLOSE TERIMA-JOURNAL
            END-IF.

       AMBIL-BARIS-TERIMA.
            READ TERIMA-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF TR-DATE IS NUMERIC AND TR-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE TR-DATE TO KA-DATE
                        MOVE TR-TIME TO KA-TIME
                        MOVE "TR"    TO KA-JENIS
                        MOVE TR-KODE TO KA-KUNCI
                        MOVE TR-QTY  TO KA-JML
                        MOVE TR-COST TO KA-JML2
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-SUSUT.
            OPEN INPUT SUSUT-FILE.
            IF WS-SS-STATUS = "00"
                PERFORM AMBIL-BARIS-SUSUT
                    UNTIL WS-SS-STATUS NOT = "00"
                CLOSE SUSUT-FILE
            END-IF.

       AMBIL-BARIS-SUSUT.
            READ SUSUT-FILE
                AT END CONTINUE
                NOT AT END
                    IF SS-DATE IS NUMERIC AND SS-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE SS-DATE TO KA-DATE
                        MOVE SS-TIME TO KA-TIME
                        MOVE "SS"    TO KA-JENIS
                        MOVE SS-KODE TO KA-KUNCI
                        MOVE SS-QTY  TO KA-JML
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-RETUR.
            OPEN INPUT RETUR-FILE.
            IF WS-RT-STATUS = "00"
                PERFORM AMBIL-BARIS-RETUR
                    UNTIL WS-RT-STATUS NOT = "00"
                CLOSE RETUR-FILE
            END-IF.

       AMBIL-BARIS-RETUR.
            READ RETUR-FILE
                AT END CONTINUE
                NOT AT END
                    IF RT-DATE IS NUMERIC AND RT-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE RT-DATE TO KA-DATE
                        MOVE RT-TIME TO KA-TIME
                        MOVE "RT"    TO KA-JENIS
                        MOVE RT-KODE TO KA-KUNCI
                        MOVE RT-QTY  TO KA-JML
                        MOVE RT-COST TO KA-JML2
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

      *    dokumen mutasi tidak berjam: kirim dan terima diputar di
      *    awal tanggalnya
       KUMPUL-MUTASI.
            OPEN INPUT MUTASI-FILE.
            IF WS-MT-STATUS = "00"
                PERFORM AMBIL-BARIS-MUTASI
                    UNTIL WS-MT-STATUS NOT = "00"
                CLOSE MUTASI-FILE
            END-IF.

       AMBIL-BARIS-MUTASI.
            READ MUTASI-FILE
                AT END CONTINUE
                NOT AT END
                    IF MT-DARI = WS-OUTLET AND MT-TGL-KIRIM IS NUMERIC
                       AND MT-TGL-KIRIM > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE MT-TGL-KIRIM TO KA-DATE
                        MOVE 0            TO KA-TIME
                        MOVE "MK"         TO KA-JENIS
                        MOVE MT-BAHAN     TO KA-KUNCI
                        MOVE MT-NO        TO KA-STRUK
                        MOVE MT-QTY       TO KA-JML
                        PERFORM TULIS-KEJADIAN
                    END-IF
                    IF MT-KE = WS-OUTLET AND MT-STATUS = "D"
                       AND MT-TGL-TERIMA IS NUMERIC
                       AND MT-TGL-TERIMA > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE MT-TGL-TERIMA TO KA-DATE
                        MOVE 0             TO KA-TIME
                        MOVE "MT"          TO KA-JENIS
                        MOVE MT-BAHAN      TO KA-KUNCI
                        MOVE MT-NO         TO KA-STRUK
                        MOVE MT-QTY-TERIMA TO KA-JML
                        MOVE MT-COST       TO KA-JML2
                        MOVE MT-NAMA       TO KA-NAMA
                        MOVE MT-SATUAN     TO KA-SATUAN
                        IF MT-EXPIRY NOT = 0
                            MOVE "Y" TO KA-LOT
                        ELSE
                            MOVE "N" TO KA-LOT
                        END-IF
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-OPNAME.
            OPEN INPUT ADJUST-FILE.
            IF WS-AJ-STATUS = "00"
                PERFORM AMBIL-BARIS-OPNAME
                    UNTIL WS-AJ-STATUS NOT = "00"
                CLOSE ADJUST-FILE
            END-IF.

       AMBIL-BARIS-OPNAME.
            READ ADJUST-FILE
                AT END CONTINUE
                NOT AT END
                    IF AJ-DATE IS NUMERIC AND AJ-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE AJ-DATE   TO KA-DATE
                        MOVE AJ-TIME   TO KA-TIME
                        MOVE "OP"      TO KA-JENIS
                        MOVE AJ-KODE   TO KA-KUNCI
                        MOVE AJ-AFTER  TO KA-JML
                        MOVE AJ-BEFORE TO KA-JML2
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-POIN.
            OPEN INPUT MEMBER-JOURNAL.
            IF WS-MJ-STATUS = "00"
                PERFORM AMBIL-BARIS-POIN
                    UNTIL WS-MJ-STATUS NOT = "00"
                CLOSE MEMBER-JOURNAL
            END-IF.

       AMBIL-BARIS-POIN.
            READ MEMBER-JOURNAL
                AT END CONTINUE
                NOT AT END
                    IF MJ-DATE IS NUMERIC AND MJ-DATE > gen-tgl
                        ADD 1 TO poin-baris
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE MJ-DATE    TO KA-DATE
                        MOVE MJ-TIME    TO KA-TIME
                        MOVE "PN"       TO KA-JENIS
                        MOVE MJ-MEMBER  TO KA-KUNCI
                        MOVE MJ-RECEIPT TO KA-STRUK
                        MOVE MJ-EARN    TO KA-JML
                        MOVE MJ-BURN    TO KA-JML2
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-BAYAR-BON.
            OPEN INPUT AKUNPAY-FILE.
            IF WS-AP-STATUS = "00"
                PERFORM AMBIL-BARIS-BAYAR-BON
                    UNTIL WS-AP-STATUS NOT = "00"
                CLOSE AKUNPAY-FILE
            END-IF.

       AMBIL-BARIS-BAYAR-BON.
            READ AKUNPAY-FILE
                AT END CONTINUE
                NOT AT END
                    IF AP-DATE IS NUMERIC AND AP-DATE > gen-tgl
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE AP-DATE   TO KA-DATE
                        MOVE AP-TIME   TO KA-TIME
                        MOVE "BB"      TO KA-JENIS
                        MOVE AP-NO     TO KA-KUNCI
                        MOVE AP-AMOUNT TO KA-JML
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

       KUMPUL-TUKAR-VOUCHER.
            OPEN INPUT VOUCHER-TUKAR.
            IF WS-VK-STATUS = "00"
                PERFORM AMBIL-BARIS-TUKAR
                    UNTIL WS-VK-STATUS NOT = "00"
                CLOSE VOUCHER-TUKAR
            END-IF.

       AMBIL-BARIS-TUKAR.
            READ VOUCHER-TUKAR
                AT END CONTINUE
                NOT AT END
                    IF VK-DATE IS NUMERIC AND VK-DATE > gen-tgl
                        ADD VK-PAKAI TO tot-pakai-v
                        PERFORM SIAPKAN-KEJADIAN
                        MOVE VK-DATE    TO KA-DATE
                        MOVE VK-TIME    TO KA-TIME
                        MOVE "VT"       TO KA-JENIS
                        MOVE VK-NO      TO KA-KUNCI
                        MOVE VK-RECEIPT TO KA-STRUK
                        MOVE VK-NILAI   TO KA-JML
                        MOVE VK-PAKAI   TO KA-JML2
                        PERFORM TULIS-KEJADIAN
                    END-IF
            END-READ.

      *-----------------------
      * PUTAR ULANG - satu kejadian per baris laporan; yang tidak
      * bisa diterapkan ditandai GAGAL dan dihitung, master tetap
      * diteruskan dengan kejadian berikutnya
      *-----------------------
       PUTAR-ULANG-KEJADIAN.
            READ SORTED-KEJADIAN
                AT END CONTINUE
                NOT AT END
                    MOVE SPACES   TO PULIH-DETAIL
                    MOVE KB-DATE  TO PD-TGL
                    MOVE KB-TIME  TO PD-JAM
                    MOVE KB-STRUK TO PD-STRUK
                    MOVE KB-KUNCI TO PD-KUNCI
                    MOVE KB-JML   TO PD-JML
                    MOVE "diterapkan" TO ws-ket
                    MOVE "Y" TO ws-sah
                    EVALUATE KB-JENIS
                        WHEN "JL" PERFORM PUTAR-JUAL
                        WHEN "TR" PERFORM PUTAR-TERIMA
                        WHEN "SS" PERFORM PUTAR-SUSUT
                        WHEN "RT" PERFORM PUTAR-RETUR
                        WHEN "MK" PERFORM PUTAR-MUTASI-KIRIM
                        WHEN "MT" PERFORM PUTAR-MUTASI-TERIMA
                        WHEN "OP" PERFORM PUTAR-OPNAME
                        WHEN "PN" PERFORM PUTAR-POIN
                        WHEN "BN" PERFORM PUTAR-BEBAN-BON
                        WHEN "BB" PERFORM PUTAR-BAYAR-BON
                        WHEN "VJ" PERFORM PUTAR-JUAL-VOUCHER
                        WHEN "VT" PERFORM PUTAR-TUKAR-VOUCHER
                        WHEN OTHER
                            MOVE KB-JENIS TO PD-JENIS
                            MOVE "GAGAL: jenis kejadian tak dikenal"
                                TO ws-ket
                            MOVE "N" TO ws-sah
                    END-EVALUATE
                    ADD 1 TO kj-putar
                    IF NOT kejadian-sah
                        ADD 1 TO kj-gagal
                    END-IF
                    MOVE ws-ket TO PD-KET
                    MOVE PULIH-DETAIL TO PULIH-LINE
                    PERFORM TULIS-BARIS-PULIH
            END-READ.

       CARI-BAHAN.
            MOVE 0 TO bahan-idx.
            PERFORM COCOKKAN-BAHAN
                VARYING bahan-cari FROM 1 BY 1
                UNTIL bahan-cari > bahan-count.

       COCOKKAN-BAHAN.
            IF BHN-KODE (bahan-cari) = kunci-bahan
                MOVE bahan-cari TO bahan-idx
            END-IF.

       TANDAI-BAHAN-HILANG.
            MOVE SPACES TO ws-ket.
            STRING "GAGAL: bahan " DELIMITED BY SIZE
                   kunci-bahan DELIMITED BY SIZE
                   " tidak ada di master" DELIMITED BY SIZE
                INTO ws-ket.
            MOVE "N" TO ws-sah.

      *    baris pembalik (qty negatif dari KOREKSI) tidak pernah
      *    mengembalikan stok di kasir, jadi di sini pun tidak
       PUTAR-JUAL.
            MOVE "JUAL" TO PD-JENIS.
            IF KB-JML < 0
                MOVE "pembalik, stok tidak berubah" TO ws-ket
            ELSE
                MOVE 0 TO resep-hit
                PERFORM LEDAKKAN-BARIS-RESEP
                    VARYING resep-idx FROM 1 BY 1
                    UNTIL resep-idx > resep-count
                IF resep-hit = 0
                    MOVE "tanpa resep, stok tidak berubah" TO ws-ket
                END-IF
            END-IF.

       LEDAKKAN-BARIS-RESEP.
            IF RSP-MENU (resep-idx) = KB-KUNCI (1:4)
                ADD 1 TO resep-hit
                COMPUTE qty-pakai = RSP-QTY (resep-idx) * KB-JML
                SUBTRACT qty-pakai FROM KD-MUTASI (1)
                MOVE RSP-BAHAN (resep-idx) TO kunci-bahan
                PERFORM CARI-BAHAN
                IF bahan-idx = 0
                    PERFORM TANDAI-BAHAN-HILANG
                ELSE
                    SUBTRACT qty-pakai FROM BHN-ONHAND (bahan-idx)
                END-IF
            END-IF.

      *    harga pokok rata-rata tertimbang, sama dengan TERIMA
       PUTAR-TERIMA.
            MOVE "TERIMA" TO PD-JENIS.
            ADD KB-JML TO KD-MUTASI (1).
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0
                PERFORM TANDAI-BAHAN-HILANG
            ELSE
                IF BHN-ONHAND (bahan-idx) > 0
                    COMPUTE cost-baru ROUNDED =
                        (BHN-ONHAND (bahan-idx) * BHN-COST (bahan-idx)
                         + KB-JML * KB-JML2)
                        / (BHN-ONHAND (bahan-idx) + KB-JML)
                ELSE
                    MOVE KB-JML2 TO cost-baru
                END-IF
                MOVE cost-baru TO BHN-COST (bahan-idx)
                ADD KB-JML TO BHN-ONHAND (bahan-idx)
            END-IF.

       PUTAR-SUSUT.
            MOVE "SUSUT" TO PD-JENIS.
            SUBTRACT KB-JML FROM KD-MUTASI (1).
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0
                PERFORM TANDAI-BAHAN-HILANG
            ELSE
                SUBTRACT KB-JML FROM BHN-ONHAND (bahan-idx)
            END-IF.

      *    harga pokok mundur seperti RETUR, sebelum stok dikurangi
       PUTAR-RETUR.
            MOVE "RETUR" TO PD-JENIS.
            SUBTRACT KB-JML FROM KD-MUTASI (1).
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0
                PERFORM TANDAI-BAHAN-HILANG
            ELSE
                IF BHN-ONHAND (bahan-idx) > KB-JML
                   AND BHN-ONHAND (bahan-idx) * BHN-COST (bahan-idx)
                       > KB-JML * KB-JML2
                    COMPUTE cost-baru ROUNDED =
                        (BHN-ONHAND (bahan-idx) * BHN-COST (bahan-idx)
                         - KB-JML * KB-JML2)
                        / (BHN-ONHAND (bahan-idx) - KB-JML)
                    MOVE cost-baru TO BHN-COST (bahan-idx)
                END-IF
                SUBTRACT KB-JML FROM BHN-ONHAND (bahan-idx)
            END-IF.

       PUTAR-MUTASI-KIRIM.
            MOVE "MUT-KIRIM" TO PD-JENIS.
            SUBTRACT KB-JML FROM KD-MUTASI (1).
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0
                PERFORM TANDAI-BAHAN-HILANG
            ELSE
                SUBTRACT KB-JML FROM BHN-ONHAND (bahan-idx)
            END-IF.

      *    bahan yang belum dikenal outlet ini dibuat dari dokumen
      *    mutasinya, sama seperti saat diterima
       PUTAR-MUTASI-TERIMA.
            MOVE "MUT-TRM" TO PD-JENIS.
            ADD KB-JML TO KD-MUTASI (1).
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0 AND bahan-count < 100
                ADD 1 TO bahan-count
                MOVE bahan-count TO bahan-idx
                MOVE kunci-bahan TO BHN-KODE (bahan-idx)
                MOVE KB-NAMA     TO BHN-NAMA (bahan-idx)
                MOVE KB-SATUAN   TO BHN-SATUAN (bahan-idx)
                MOVE 0           TO BHN-ONHAND (bahan-idx)
                MOVE 0           TO BHN-MIN (bahan-idx)
                MOVE KB-JML2     TO BHN-COST (bahan-idx)
                MOVE KB-LOT      TO BHN-LOT (bahan-idx)
                MOVE "diterapkan, bahan baru dibuat" TO ws-ket
            END-IF.
            IF bahan-idx = 0
                MOVE "GAGAL: tabel bahan penuh" TO ws-ket
                MOVE "N" TO ws-sah
            ELSE
                ADD KB-JML TO BHN-ONHAND (bahan-idx)
                IF KB-JML2 NOT = 0
                    MOVE KB-JML2 TO BHN-COST (bahan-idx)
                END-IF
            END-IF.

      *    hitung fisik menimpa angka buku; angka buku sebelum
      *    hitungan dibandingkan dengan yang dicatat opname -- beda
      *    berarti putar ulang tidak sama dengan riwayat aslinya
       PUTAR-OPNAME.
            MOVE "OPNAME" TO PD-JENIS.
            COMPUTE KD-MUTASI (1) = KD-MUTASI (1) + KB-JML - KB-JML2.
            MOVE KB-KUNCI (1:4) TO kunci-bahan.
            PERFORM CARI-BAHAN.
            IF bahan-idx = 0
                PERFORM TANDAI-BAHAN-HILANG
            ELSE
                IF BHN-ONHAND (bahan-idx) NOT = KB-JML2
                    MOVE BHN-ONHAND (bahan-idx) TO ANGKA-TAMPIL
                    MOVE SPACES TO ws-ket
                    STRING "buku putar ulang" DELIMITED BY SIZE
                           ANGKA-TAMPIL DELIMITED BY SIZE
                           " <> opname" DELIMITED BY SIZE
                        INTO ws-ket
                    ADD 1 TO temuan-count
                END-IF
                MOVE KB-JML TO BHN-ONHAND (bahan-idx)
            END-IF.

       CARI-MEMBER.
            MOVE 0 TO member-idx.
            PERFORM COCOKKAN-MEMBER
                VARYING member-cari FROM 1 BY 1
                UNTIL member-cari > member-count.

       COCOKKAN-MEMBER.
            IF MBT-NO (member-cari) = kunci-no
                MOVE member-cari TO member-idx
            END-IF.

       PUTAR-POIN.
            MOVE "POIN" TO PD-JENIS.
            COMPUTE KD-MUTASI (2) = KD-MUTASI (2) + KB-JML - KB-JML2.
            COMPUTE qty-pakai = KB-JML - KB-JML2.
            MOVE qty-pakai TO PD-JML.
            MOVE KB-KUNCI TO kunci-no.
            PERFORM CARI-MEMBER.
            EVALUATE TRUE
                WHEN member-idx = 0
                    MOVE "GAGAL: anggota tidak ada di master"
                        TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN MBT-POIN (member-idx) + qty-pakai < 0
                    MOVE "GAGAL: saldo poin tidak cukup" TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN OTHER
                    COMPUTE MBT-POIN (member-idx) =
                        MBT-POIN (member-idx) + qty-pakai
            END-EVALUATE.

       CARI-AKUN.
            MOVE 0 TO akun-idx.
            PERFORM COCOKKAN-AKUN
                VARYING akun-cari FROM 1 BY 1
                UNTIL akun-cari > akun-count.

       COCOKKAN-AKUN.
            IF AKT-NO (akun-cari) = kunci-no
                MOVE akun-cari TO akun-idx
            END-IF.

       PUTAR-BEBAN-BON.
            MOVE "BON" TO PD-JENIS.
            ADD KB-JML TO KD-MUTASI (3).
            MOVE KB-KUNCI (1:4) TO kunci-no.
            PERFORM CARI-AKUN.
            IF akun-idx = 0
                MOVE "GAGAL: rekening tidak ada di master" TO ws-ket
                MOVE "N" TO ws-sah
            ELSE
                ADD KB-JML TO AKT-SALDO (akun-idx)
                IF AKT-SALDO (akun-idx) > AKT-LIMIT (akun-idx)
                    MOVE "diterapkan, saldo melewati plafon"
                        TO ws-ket
                END-IF
            END-IF.

       PUTAR-BAYAR-BON.
            MOVE "BAYAR-BON" TO PD-JENIS.
            SUBTRACT KB-JML FROM KD-MUTASI (3).
            MOVE KB-KUNCI (1:4) TO kunci-no.
            PERFORM CARI-AKUN.
            IF akun-idx = 0
                MOVE "GAGAL: rekening tidak ada di master" TO ws-ket
                MOVE "N" TO ws-sah
            ELSE
                SUBTRACT KB-JML FROM AKT-SALDO (akun-idx)
            END-IF.

       CARI-VOUCHER.
            MOVE 0 TO voucher-idx.
            PERFORM COCOKKAN-VOUCHER
                VARYING voucher-cari FROM 1 BY 1
                UNTIL voucher-cari > voucher-count.

       COCOKKAN-VOUCHER.
            IF VCT-NO (voucher-cari) = kunci-no
                MOVE voucher-cari TO voucher-idx
            END-IF.

       PUTAR-JUAL-VOUCHER.
            MOVE "VOC-JUAL" TO PD-JENIS.
            ADD KB-JML TO KD-MUTASI (4).
            MOVE KB-KUNCI TO kunci-no.
            PERFORM CARI-VOUCHER.
            EVALUATE TRUE
                WHEN voucher-idx NOT = 0
                    MOVE "GAGAL: nomor voucher sudah ada" TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN voucher-count >= 500
                    MOVE "GAGAL: tabel voucher penuh" TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN OTHER
                    ADD 1 TO voucher-count
                    MOVE kunci-no TO VCT-NO (voucher-count)
                    MOVE KB-JML   TO VCT-NILAI (voucher-count)
                    MOVE KB-DATE  TO VCT-SOLD (voucher-count)
                    MOVE 0        TO VCT-REDEEM (voucher-count)
                    MOVE "O"      TO VCT-STATUS (voucher-count)
            END-EVALUATE.

       PUTAR-TUKAR-VOUCHER.
            MOVE "VOC-TUKAR" TO PD-JENIS.
            SUBTRACT KB-JML FROM KD-MUTASI (4).
            MOVE KB-KUNCI TO kunci-no.
            PERFORM CARI-VOUCHER.
            EVALUATE TRUE
                WHEN voucher-idx = 0
                    MOVE "GAGAL: voucher tidak ada di master"
                        TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN VCT-STATUS (voucher-idx) NOT = "O"
                    MOVE "GAGAL: voucher sudah ditukar" TO ws-ket
                    MOVE "N" TO ws-sah
                WHEN OTHER
                    MOVE "R"     TO VCT-STATUS (voucher-idx)
                    MOVE KB-DATE TO VCT-REDEEM (voucher-idx)
            END-EVALUATE.

      *-----------------------
      * SIMPAN - tabel hasil putar ulang menjadi master hidup
      *-----------------------
       SIMPAN-MASTER.
            IF pulih-bahan
                OPEN OUTPUT BAHAN-FILE
                PERFORM TULIS-BARIS-BAHAN
                    VARYING bahan-idx FROM 1 BY 1
                    UNTIL bahan-idx > bahan-count
                CLOSE BAHAN-FILE
            END-IF.
            IF pulih-member
                OPEN OUTPUT MEMBER-FILE
                PERFORM TULIS-BARIS-MEMBER
                    VARYING member-idx FROM 1 BY 1
                    UNTIL member-idx > member-count
                CLOSE MEMBER-FILE
            END-IF.
            IF pulih-akun
                OPEN OUTPUT AKUN-FILE
                PERFORM TULIS-BARIS-AKUN
                    VARYING akun-idx FROM 1 BY 1
                    UNTIL akun-idx > akun-count
                CLOSE AKUN-FILE
            END-IF.
            IF pulih-voucher
                OPEN OUTPUT VOUCHER-FILE
                PERFORM TULIS-BARIS-VOUCHER
                    VARYING voucher-idx FROM 1 BY 1
                    UNTIL voucher-idx > voucher-count
                CLOSE VOUCHER-FILE
            END-IF.

       TULIS-BARIS-BAHAN.
            MOVE SPACES                 TO BAHAN-RECORD.
            MOVE BHN-KODE (bahan-idx)   TO BH-KODE.
            MOVE BHN-NAMA (bahan-idx)   TO BH-NAMA.
            MOVE BHN-SATUAN (bahan-idx) TO BH-SATUAN.
            MOVE BHN-ONHAND (bahan-idx) TO BH-ONHAND.
            MOVE BHN-MIN (bahan-idx)    TO BH-MINIMUM.
            MOVE BHN-COST (bahan-idx)   TO BH-COST.
            MOVE BHN-LOT (bahan-idx)    TO BH-LOT.
            WRITE BAHAN-RECORD
                INVALID KEY
                    DISPLAY "Kunci ganda BAHAN: ", BH-KODE
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            ADD BHN-ONHAND (bahan-idx)  TO KD-HASIL (1).

       TULIS-BARIS-MEMBER.
            MOVE SPACES                 TO MEMBER-RECORD.
            MOVE MBT-NO (member-idx)    TO MB-NO.
            MOVE MBT-NAMA (member-idx)  TO MB-NAMA.
            MOVE MBT-TELP (member-idx)  TO MB-TELP.
            MOVE MBT-POIN (member-idx)  TO MB-POIN.
            WRITE MEMBER-RECORD
                INVALID KEY
                    DISPLAY "Kunci ganda MEMBER: ", MB-NO
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            ADD MBT-POIN (member-idx)   TO KD-HASIL (2).

       TULIS-BARIS-AKUN.
            MOVE SPACES                 TO AKUN-RECORD.
            MOVE AKT-NO (akun-idx)      TO AC-NO.
            MOVE AKT-NAMA (akun-idx)    TO AC-NAMA.
            MOVE AKT-LIMIT (akun-idx)   TO AC-LIMIT.
            MOVE AKT-SALDO (akun-idx)   TO AC-SALDO.
            WRITE AKUN-RECORD
                INVALID KEY
                    DISPLAY "Kunci ganda AKUN: ", AC-NO
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            ADD AKT-SALDO (akun-idx)    TO KD-HASIL (3).

       TULIS-BARIS-VOUCHER.
            MOVE SPACES                     TO VOUCHER-RECORD.
            MOVE VCT-NO (voucher-idx)       TO VC-NO.
            MOVE VCT-NILAI (voucher-idx)    TO VC-NILAI.
            MOVE VCT-SOLD (voucher-idx)     TO VC-SOLD-DATE.
            MOVE VCT-REDEEM (voucher-idx)   TO VC-REDEEM-DATE.
            MOVE VCT-STATUS (voucher-idx)   TO VC-STATUS.
            WRITE VOUCHER-RECORD
                INVALID KEY
                    DISPLAY "Kunci ganda VOUCHER: ", VC-NO
                    MOVE 1 TO RETURN-CODE
            END-WRITE.
            IF VCT-STATUS (voucher-idx) = "O"
                ADD VCT-NILAI (voucher-idx) TO KD-HASIL (4)
            END-IF.

      *-----------------------
      * TOTAL KENDALI - gaya CEKDATA: isi cadangan ditambah mutasi
      * menurut jurnal harus sama dengan master hasil (stok bahan,
      * poin anggota, saldo rekening bon, nilai voucher beredar);
      * jurnal poin dan jurnal tukar juga diadu dengan JURNAL.txt
      *-----------------------
       PERIKSA-KENDALI.
            MOVE "--- total kendali ---" TO PULIH-LINE.
            PERFORM TULIS-BARIS-PULIH.
            PERFORM PERIKSA-KENDALI-MASTER
                VARYING kd-idx FROM 1 BY 1 UNTIL kd-idx > 4.
            IF pulih-member AND jual-anggota NOT = poin-baris
                MOVE SPACES TO PULIH-LINE
                STRING "TEMUAN: " DELIMITED BY SIZE
                       jual-anggota DELIMITED BY SIZE
                       " struk anggota di JURNAL.txt, "
                           DELIMITED BY SIZE
                       poin-baris DELIMITED BY SIZE
                       " baris di MEMBJRN.txt" DELIMITED BY SIZE
                    INTO PULIH-LINE
                PERFORM CATAT-TEMUAN
            END-IF.
            IF pulih-voucher AND tot-pay-v NOT = tot-pakai-v
                MOVE SPACES TO PULIH-LINE
                MOVE tot-pay-v TO ANGKA-TAMPIL
                MOVE tot-pakai-v TO ANGKA-TAMPIL-2
                STRING "TEMUAN: voucher di JURNAL.txt Rp"
                       DELIMITED BY SIZE
                       ANGKA-TAMPIL DELIMITED BY SIZE
                       ", di VOCTKR.txt Rp" DELIMITED BY SIZE
                       ANGKA-TAMPIL-2 DELIMITED BY SIZE
                    INTO PULIH-LINE
                PERFORM CATAT-TEMUAN
            END-IF.

       PERIKSA-KENDALI-MASTER.
            IF MH-PILIH (kd-idx) = "Y"
                MOVE MS-TAG (kd-idx)    TO PK-TAG
                MOVE KD-AWAL (kd-idx)   TO PK-AWAL
                MOVE KD-MUTASI (kd-idx) TO PK-MUTASI
                MOVE KD-HASIL (kd-idx)  TO PK-HASIL
                COMPUTE ws-selisih = KD-AWAL (kd-idx)
                    + KD-MUTASI (kd-idx) - KD-HASIL (kd-idx)
                IF ws-selisih = 0
                    MOVE "cocok" TO PK-KET
                    MOVE PULIH-KENDALI TO PULIH-LINE
                    PERFORM TULIS-BARIS-PULIH
                ELSE
                    MOVE "*TIDAK COCOK*" TO PK-KET
                    MOVE PULIH-KENDALI TO PULIH-LINE
                    PERFORM CATAT-TEMUAN
                END-IF
            END-IF.

           COPY OUTLGET.

           COPY BDATEGET.

           COPY SESIGET.

           COPY AUDITLOG.
