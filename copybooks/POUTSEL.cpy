      *-----------------------
      * shared platform payout ledger -- file select
      *-----------------------
           SELECT PAYOUT-FILE ASSIGN TO "PAYOUT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-STATUS.
