               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD SUPPLIER-LIST.
           01 SUPP-DETAILS.
               05  PO-QTY-RECEIVED    PIC 9(5).
               05  PO-ORDER-DATE      PIC 9(8).
               05  PO-EXPECTED-DATE   PIC 9(8).
               05  PO-UNIT-PRICE      PIC 9(3)V99.
               05  PO-LINE            PIC 9(3).

           FD PO-SEQ.
           01 SEQ-RECORD      PIC 9(5).
                   10  WS-RO-ON-HAND      PIC 9(5).
                   10  WS-RO-POINT        PIC 9(5).
                   10  WS-RO-SUPP-ID      PIC X(4).
                   10  WS-RO-UNIT-COST    PIC 9(3)V99.
                   10  WS-RO-PRINTED      PIC X.

           01  WS-ORDER-QTY        PIC 9(5).
           01  WS-PO-NUMBER        PIC 9(5) VALUE 0.
           01  WS-PO-FIRST         PIC 9(5) VALUE 0.
           01  WS-PO-LINE-COUNT    PIC 9(3) VALUE 0.
           01  WS-PO-LINE-NO       PIC 9(3) VALUE 0.
           01  WS-PO-SKIPPED       PIC 9(3) VALUE 0.
           01  WS-EXPECTED-DATE    PIC 9(8).
           01  WS-PRICE-INPUT      PIC 9(3)V99.

           01  WS-RAISE-PO         PIC X.
               88  RAISE-PO         VALUE "y".
               05  DISPLAY-ON-HAND     PIC ZZZZ9.
               05  DISPLAY-POINT       PIC ZZZZ9.
               05  DISPLAY-ORDER-QTY   PIC ZZZZ9.
               05  DISPLAY-UNIT-COST   PIC ZZ9.99.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

                   TO WS-RO-POINT (WS-RO-COUNT)
               MOVE PRODUCT-SUPPLIER-ID
                   TO WS-RO-SUPP-ID (WS-RO-COUNT)
               MOVE PRODUCT-UNIT-COST
                   TO WS-RO-UNIT-COST (WS-RO-COUNT)
               MOVE "N" TO WS-RO-PRINTED (WS-RO-COUNT)
           END-IF.


           IF SUPP-HAS-ROWS THEN
               ADD 1 TO WS-PO-NUMBER
               MOVE 0 TO WS-PO-LINE-NO
               IF WS-PO-FIRST = 0 THEN
                   MOVE WS-PO-NUMBER TO WS-PO-FIRST
               END-IF
               (WS-RO-POINT (WS-RO-IDX) * 2)
               - WS-RO-ON-HAND (WS-RO-IDX).

           MOVE WS-RO-UNIT-COST (WS-RO-IDX) TO DISPLAY-UNIT-COST.
           DISPLAY "Unit price for " WS-RO-PRODUCT-ID (WS-RO-IDX)
               " " WS-RO-NAME (WS-RO-IDX).
           DISPLAY "(0 = current cost " DISPLAY-UNIT-COST ") >>> ".
           ACCEPT WS-PRICE-INPUT.

           IF WS-PRICE-INPUT = 0 THEN
               MOVE WS-RO-UNIT-COST (WS-RO-IDX) TO WS-PRICE-INPUT
           END-IF.

           MOVE "O" TO PO-STATUS.
           MOVE WS-PO-NUMBER TO PO-NUMBER.
           MOVE WS-RO-PRODUCT-ID (WS-RO-IDX) TO PO-PRODUCT-ID.
           MOVE 0 TO PO-QTY-RECEIVED.
           MOVE WS-REPORT-DATE TO PO-ORDER-DATE.
           MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE.
           MOVE WS-PRICE-INPUT TO PO-UNIT-PRICE.
           ADD 1 TO WS-PO-LINE-NO.
           MOVE WS-PO-LINE-NO TO PO-LINE.

           WRITE PO-DETAILS.
           ADD 1 TO WS-PO-LINE-COUNT.
