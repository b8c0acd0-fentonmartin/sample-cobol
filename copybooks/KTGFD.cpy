      *-----------------------
      * shared deposit-bag register -- file record.  Berkas hanya
      * ditambah: KT-JENIS "T" = kantong setoran dibuat (uang di
      * jalan ke bank) oleh KASOUT (drop, KT-ASAL "D") atau RECON
      * (setoran malam, KT-ASAL "R"); record "T" berikutnya untuk
      * nomor yang sama menggantikan jumlahnya (RECON diulang).
      * KT-JENIS "K" = kredit bank yang dikonfirmasi SETORAN, KT-TGL
      * tanggal kredit di rekening koran; kredit sebagian boleh
      * disusul kredit berikutnya dan dijumlahkan.
      *-----------------------
       FD KANTONG-FILE.
       01 KANTONG-RECORD.
           02 KT-JENIS     PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-NO        PIC 9(06).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-TGL       PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-TIME      PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-REG       PIC 9(02).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-ASAL      PIC X(01).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-AMOUNT    PIC 9(08).
           02 FILLER       PIC X VALUE SPACE.
           02 KT-OPER      PIC 9(04).
           02 FILLER       PIC X VALUE SPACE.
      *    tanggal usaha saat baris ini dicatat
           02 KT-TGL-CATAT PIC 9(08).
