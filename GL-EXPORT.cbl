           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

           SELECT AP-LEDGER ASSIGN TO "AP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT STOCK-JOURNAL ASSIGN TO JRNL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.
               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD AR-LEDGER.
           01 AR-DETAILS.
               05  AR-AMOUNT          PIC 9(5)V99.
               05  AR-OPERATOR-ID     PIC X(4).

           FD AP-LEDGER.
           01 AP-DETAILS.
               05  AP-TYPE            PIC X.
               05  AP-SUPP-ID         PIC X(4).
               05  AP-DATE            PIC 9(8).
               05  AP-REF             PIC X(10).
               05  AP-AMOUNT          PIC 9(7)V99.
               05  AP-DUE-DATE        PIC 9(8).
               05  AP-OPERATOR-ID     PIC X(4).

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-PRODUCT-ID      PIC X(4).
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD PRODUCT-LIST.
           01 DETAILS.
               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD CLOSE-CONTROL.
           01 CTL-DETAILS.
       WORKING-STORAGE SECTION.
           01  WS-TRANS-STATUS     PIC X(2).
           01  WS-AR-STATUS        PIC X(2).
           01  WS-AP-STATUS        PIC X(2).
           01  WS-JRNL-STATUS      PIC X(2).
           01  WS-PRODUCT-STATUS   PIC X(2).


           01  WS-EOF-TRANS        PIC X VALUE "N".
           01  WS-EOF-AR           PIC X VALUE "N".
           01  WS-EOF-AP           PIC X VALUE "N".
           01  WS-EOF-JOURNAL      PIC X VALUE "N".
           01  WS-EOF-CTL          PIC X VALUE "N".

           01  WS-INV-IN           PIC S9(7)V99 VALUE 0.
           01  WS-INV-OUT          PIC S9(7)V99 VALUE 0.

           01  WS-AP-MATCHED       PIC S9(7)V99 VALUE 0.
           01  WS-AP-PAID          PIC S9(7)V99 VALUE 0.

           01  WS-ORPHAN-COUNT     PIC 9(5) VALUE 0.

           01  WS-TOT-DEBIT        PIC S9(8)V99 VALUE 0.
           PERFORM 0150-OPEN-CATALOG THRU 0150-END.
           PERFORM 0200-TOTAL-TRANSACTIONS THRU 0200-END.
           PERFORM 0300-TOTAL-AR-LEDGER THRU 0300-END.
           PERFORM 0350-TOTAL-AP-LEDGER THRU 0350-END.
           PERFORM 0400-TOTAL-STOCK-MOVEMENTS THRU 0400-END.

           IF WS-CATALOG-OPEN = "Y" THEN

       0300-END.

       0350-TOTAL-AP-LEDGER.
           MOVE "N" TO WS-EOF-AP.
           OPEN INPUT AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-AP = "Y"
                   READ AP-LEDGER
                       AT END MOVE "Y" TO WS-EOF-AP
                       NOT AT END
                           IF AP-DATE = WS-CLOSE-DATE THEN
                               EVALUATE AP-TYPE
                                   WHEN "I"
                                       ADD AP-AMOUNT
                                           TO WS-AP-MATCHED
                                   WHEN "P"
                                       ADD AP-AMOUNT TO WS-AP-PAID
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AP-LEDGER
           END-IF.

       0350-END.

       0400-TOTAL-STOCK-MOVEMENTS.
           MOVE "N" TO WS-EOF-JOURNAL.
           OPEN INPUT STOCK-JOURNAL.
           IF WS-MOVE-QTY = 0 OR SJ-TYPE = "TR" THEN
               CONTINUE
           ELSE
               IF SJ-UNIT-COST IS NUMERIC AND SJ-UNIT-COST > 0 THEN
                   COMPUTE WS-MOVE-VALUE =
                       WS-MOVE-QTY * SJ-UNIT-COST
                   PERFORM 0420-POST-MOVEMENT-VALUE
                       THRU 0420-END
               ELSE
                   IF WS-CATALOG-OPEN NOT = "Y" THEN
                       ADD 1 TO WS-ORPHAN-COUNT
                   ELSE
                       MOVE SJ-PRODUCT-ID TO PRODUCT-ID
                       READ PRODUCT-LIST
                           INVALID KEY
                               ADD 1 TO WS-ORPHAN-COUNT
                           NOT INVALID KEY
                               COMPUTE WS-MOVE-VALUE =
                                   WS-MOVE-QTY * PRODUCT-UNIT-COST
                               PERFORM 0420-POST-MOVEMENT-VALUE
                                   THRU 0420-END
                       END-READ
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-LEDGER-MOVE = WS-INVOICED - WS-CREDITS.

           COMPUTE WS-TOT-DEBIT =
               WS-CASH + WS-AR-NET + WS-INV-IN + WS-INV-OUT
               + WS-AP-MATCHED + WS-AP-PAID.
           COMPUTE WS-TOT-CREDIT =
               WS-REVENUE + WS-TAX + WS-INV-IN + WS-INV-OUT
               + WS-AP-MATCHED + WS-AP-PAID.

           IF WS-TOT-DEBIT NOT = WS-TOT-CREDIT THEN
               MOVE WS-TOT-DEBIT TO DISPLAY-DEBIT
           MOVE "C" TO WS-GL-SIDE.
           PERFORM 0610-WRITE-GL-LINE THRU 0610-END.

           MOVE "2100" TO WS-GL-ACCOUNT.
           MOVE "PURCHASES INVOICED" TO WS-GL-DESC.
           MOVE WS-AP-MATCHED TO WS-GL-AMOUNT.
           MOVE "D" TO WS-GL-SIDE.
           PERFORM 0610-WRITE-GL-LINE THRU 0610-END.

           MOVE "2000" TO WS-GL-ACCOUNT.
           MOVE "TRADE PAYABLES" TO WS-GL-DESC.
           MOVE WS-AP-MATCHED TO WS-GL-AMOUNT.
           MOVE "C" TO WS-GL-SIDE.
           PERFORM 0610-WRITE-GL-LINE THRU 0610-END.

           MOVE "2000" TO WS-GL-ACCOUNT.
           MOVE "TRADE PAYABLES PAID" TO WS-GL-DESC.
           MOVE WS-AP-PAID TO WS-GL-AMOUNT.
           MOVE "D" TO WS-GL-SIDE.
           PERFORM 0610-WRITE-GL-LINE THRU 0610-END.

           MOVE "1000" TO WS-GL-ACCOUNT.
           MOVE "CASH PAID TO SUPPLIERS" TO WS-GL-DESC.
           MOVE WS-AP-PAID TO WS-GL-AMOUNT.
           MOVE "C" TO WS-GL-SIDE.
           PERFORM 0610-WRITE-GL-LINE THRU 0610-END.

           MOVE WS-PRN-DEBIT TO DISPLAY-DEBIT.
           MOVE WS-PRN-CREDIT TO DISPLAY-CREDIT.

