               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD AR-LEDGER.
           01 AR-DETAILS.
