            END-IF.

       PERIKSA-BARIS-VOUCHER.
            READ VOUCHER-FILE NEXT
                AT END CONTINUE
                NOT AT END
                    IF VC-STATUS = "O"
