      *-----------------------
      * shared teacher lookup -- muat GURU.txt dan AJAR.txt ke
      * tabel, dan cari nama pengampu pasangan kelas + mapel
      *-----------------------
       MUAT-GURU-AJAR.
           MOVE 0 TO WS-GA-GURU-N.
           MOVE 0 TO WS-GA-AJAR-N.
           OPEN INPUT GURU-FILE.
           IF WS-GR-STATUS = "00"
               PERFORM MUAT-GURU-AJAR-GURU
                   UNTIL WS-GR-STATUS NOT = "00"
               CLOSE GURU-FILE
           END-IF.
           OPEN INPUT AJAR-FILE.
           IF WS-AJR-STATUS = "00"
               PERFORM MUAT-GURU-AJAR-AJAR
                   UNTIL WS-AJR-STATUS NOT = "00"
               CLOSE AJAR-FILE
           END-IF.

       MUAT-GURU-AJAR-GURU.
           READ GURU-FILE
               AT END CONTINUE
               NOT AT END
                   IF WS-GA-GURU-N < 200
                       ADD 1 TO WS-GA-GURU-N
                       MOVE GR-ID   TO WS-GAG-ID (WS-GA-GURU-N)
                       MOVE GR-NAMA TO WS-GAG-NAMA (WS-GA-GURU-N)
                       MOVE GR-AKTIF
                           TO WS-GAG-AKTIF (WS-GA-GURU-N)
                   END-IF
           END-READ.

       MUAT-GURU-AJAR-AJAR.
           READ AJAR-FILE
               AT END CONTINUE
               NOT AT END
                   IF WS-GA-AJAR-N < 600
                       ADD 1 TO WS-GA-AJAR-N
                       MOVE AJR-KELAS TO WS-GAA-KELAS (WS-GA-AJAR-N)
                       MOVE AJR-MAPEL TO WS-GAA-MAPEL (WS-GA-AJAR-N)
                       MOVE AJR-GURU  TO WS-GAA-GURU (WS-GA-AJAR-N)
                   END-IF
           END-READ.

      *    pengampu yang kodenya tidak ada di GURU.txt dicetak
      *    dengan kodenya saja
       CARI-GURU-MAPEL.
           MOVE SPACES TO WS-GA-GURU.
           MOVE SPACES TO WS-GA-NAMA.
           PERFORM CARI-GURU-MAPEL-AJAR
               VARYING WS-GA-IDX FROM 1 BY 1
               UNTIL WS-GA-IDX > WS-GA-AJAR-N.
           IF WS-GA-GURU NOT = SPACES
               MOVE WS-GA-GURU TO WS-GA-NAMA
               PERFORM CARI-GURU-MAPEL-NAMA
                   VARYING WS-GA-IDX FROM 1 BY 1
                   UNTIL WS-GA-IDX > WS-GA-GURU-N
           END-IF.

       CARI-GURU-MAPEL-AJAR.
           IF WS-GAA-KELAS (WS-GA-IDX) = WS-GA-KELAS AND
              WS-GAA-MAPEL (WS-GA-IDX) = WS-GA-MAPEL
               MOVE WS-GAA-GURU (WS-GA-IDX) TO WS-GA-GURU
           END-IF.

       CARI-GURU-MAPEL-NAMA.
           IF WS-GAG-ID (WS-GA-IDX) = WS-GA-GURU
               MOVE WS-GAG-NAMA (WS-GA-IDX) TO WS-GA-NAMA
           END-IF.

      *    baris guru berkode WS-GA-GURU di WS-GA-HIT, 0 = tidak ada
       CARI-GURU-ID.
           MOVE 0 TO WS-GA-HIT.
           PERFORM CARI-GURU-ID-BARIS
               VARYING WS-GA-IDX FROM 1 BY 1
               UNTIL WS-GA-IDX > WS-GA-GURU-N.

       CARI-GURU-ID-BARIS.
           IF WS-GAG-ID (WS-GA-IDX) = WS-GA-GURU
               MOVE WS-GA-IDX TO WS-GA-HIT
           END-IF.
