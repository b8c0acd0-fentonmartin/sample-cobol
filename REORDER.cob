            END-IF.

       PERIKSA-BARIS-BAHAN.
            READ BAHAN-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF BH-ONHAND <= BH-MINIMUM
