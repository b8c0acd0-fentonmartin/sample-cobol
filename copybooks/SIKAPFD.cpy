      *-----------------------
      * shared conduct warning levels -- file record.  Satu baris
      * "025 050 075": batas poin kumulatif setahun ajaran untuk
      * peringatan 1, 2 dan 3 (SP1-SP3), naik berurutan
      *-----------------------
       FD SIKAP-CFG.
       01 SIKAP-CFG-RECORD.
           02 SC-BATAS1  PIC X(03).
           02 FILLER     PIC X.
           02 SC-BATAS2  PIC X(03).
           02 FILLER     PIC X.
           02 SC-BATAS3  PIC X(03).
