               10 RTT-NEXT     PIC 9(08).
               10 RTT-END      PIC 9(08).

       COPY NOMORWS.

       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *-----------------------
      * TUGAS BERULANG - PR mingguan tidak perlu dikeyin ulang tiap
      * Senin: definisinya sekali di RUTIN.txt, mode G (dipanggil
      * rantai malam) mewujudkan instansi yang jatuh tempo ke
      * TUGAS.txt bernomor urut seri TUGAS dan berdeadline HARIUTIL
      *-----------------------
       MAIN-PROCEDURE.
            MOVE "TUGASGEN" TO WS-AUDIT-PROGRAM.
                DISPLAY "Tidak ada definisi tugas berulang, ",
                        "tidak ada yang dibuat"
            ELSE
                PERFORM BUKA-TUGAS
                PERFORM PROSES-SATU-RUTIN
                    VARYING rutin-idx FROM 1 BY 1
                    END-IF
            END-READ.

      *    layout dan seri nomor sama dengan tugas remedial
      *    3-Kel-9-a, supaya 4-Kel-5-b melihatnya seperti tugas lain
       TULIS-SATU-TUGAS.
            PERFORM TARIK-NO-TUGAS.
            IF ws-next-seq = 0
                DISPLAY "Nomor urut tugas tidak bisa ditarik, tugas ",
                        RTT-TUGAS (rutin-idx), " siswa ", nis-input,
                        " tidak dibuat"
            ELSE
                PERFORM SUSUN-SATU-TUGAS
            END-IF.

       SUSUN-SATU-TUGAS.
            MOVE SPACES TO TASK-RECORD.
            MOVE gen-tgl TO TGL-UTUH.
            MOVE TP-DD TO TD-DD.
            CALL 'HARIUTIL' USING hu-fungsi, hu-tgl, hu-n,
                                  hu-tgl-hasil, hu-harinum, hu-valid.
            MOVE hu-harinum TO TK-DEAD-HARINUM.
            MOVE ws-next-seq TO TK-SEQ-NO.
            MOVE "O" TO TK-STATUS.
            MOVE 0 TO TK-DONE-DATE.
       TUTUP-TUGAS.
            IF task-terbuka
                CLOSE TASK-FILE
            END-IF.
            MOVE "N" TO ws-task-buka.

      *-----------------------
      * nomor urut tugas dari seri TUGAS lewat NOMORGEN; seri yang
      * belum ada dibuka dari counter TASKSEQ.txt lama (sekali saja)
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
           COPY SESIGET.

           COPY AUDITLOG.

           COPY NOMORAMB.
