           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QT-STATUS.

           SELECT QUOTE-KEEP ASSIGN TO "QUOTES.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QK-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

           SELECT PICK-LIST ASSIGN TO PICK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD PRODUCT-LIST.
               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD ORDER-LIST.
           01 NEWRECORD       PIC X(42).
               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD AR-LEDGER.
           01 AR-DETAILS.
               05  SL-LOCATION        PIC X(2).
               05  SL-QTY             PIC 9(5).

           FD STOCK-LOT.
           01 LT-DETAILS.
               05  LT-PRODUCT-ID      PIC X(4).
               05  LT-LOCATION        PIC X(2).
               05  LT-LOT-NO          PIC X(10).
               05  LT-EXPIRY-DATE     PIC 9(8).
               05  LT-QTY             PIC 9(5).

           FD CLOSE-CONTROL.
           01 CTL-DETAILS.
               05  CC-DATE            PIC 9(8).
               05  CKH-CLIENT         PIC X(20).
               05  CKH-DATE           PIC 9(8).
               05  CKH-CUST-LIMIT     PIC 9(5)V99.
               05  CKH-QUOTE-ID       PIC 9(3).
               05  CKH-DELIVER        PIC X.
               05  FILLER             PIC X(7).
           01 CHKPT-DETAIL.
               05  CKD-TYPE           PIC X.
               05  CKD-PRODUCT-ID     PIC X(4).
               05  CKD-TOTAL          PIC 999V99.
               05  CKD-DISC-PCT       PIC 99V99.
               05  CKD-TAX            PIC 999V99.
               05  CKD-UNIT-COST      PIC 9(3)V99.
           01 CHKPT-LOT.
               05  CKL-TYPE           PIC X.
               05  CKL-CART-IDX       PIC 9(3).
               05  CKL-LOT-NO         PIC X(10).
               05  CKL-EXPIRY         PIC 9(8).
               05  CKL-QTY            PIC 9(5).
               05  FILLER             PIC X(27).

           FD QUOTE-FILE.
           01 QT-DETAILS.
               05  QT-STATUS          PIC X.
               05  QT-QUOTE-ID        PIC 9(3).
               05  QT-DATE            PIC 9(8).
               05  QT-VALID-TO        PIC 9(8).
               05  QT-CUST-ID         PIC X(4).
               05  QT-PRODUCT-ID      PIC X(4).
               05  QT-QTY             PIC 9(3)V99.
               05  QT-PRICE           PIC 9(3)V99.
               05  QT-DISC-PCT        PIC 99V99.
               05  QT-SUBTOTAL        PIC 9(3)V99.
               05  QT-TAX             PIC 9(3)V99.
               05  QT-OPERATOR-ID     PIC X(4).
               05  QT-ORDER-ID        PIC 9(3).

           FD QUOTE-KEEP.
           01 QUOTE-KEEP-RECORD      PIC X(59).

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-NAME   PIC X(20).
               05  OPERATOR-PIN    PIC X(4).

           FD DELIVERY-FILE.
           01 DL-DETAILS.
               05  DL-STATUS          PIC X.
               05  DL-ORDER-ID        PIC 9(3).
               05  DL-ORDER-DATE      PIC 9(8).
               05  DL-CUST-ID         PIC X(4).
               05  DL-PRODUCT-ID      PIC X(4).
               05  DL-PRODUCT-NAME    PIC X(20).
               05  DL-LOCATION        PIC X(2).
               05  DL-ORDER-QTY       PIC 9(3)V99.
               05  DL-PICKED-QTY      PIC 9(3)V99.
               05  DL-SHIPPED-QTY     PIC 9(3)V99.
               05  DL-DISPATCH-DATE   PIC 9(8).
               05  DL-OPERATOR-ID     PIC X(4).

           FD PICK-LIST.
           01 PICK-RECORD     PIC X(60).

           WORKING-STORAGE SECTION.
           01  WS-OP-FILE-STATUS   PIC X(2).
           01  WS-OP-EOF           PIC X VALUE "N".
                   10  WS-LOC-LOCATION    PIC X(2).
                   10  WS-LOC-QTY         PIC 9(5).

           01  WS-LOT-STATUS       PIC X(2).
           01  WS-LOT-EOF          PIC X VALUE "N".
           01  WS-LOT-OVERFLOW     PIC X VALUE "N".

           01  WS-LOT-COUNT        PIC 9(3) VALUE 0.
           01  WS-LOT-IDX          PIC 9(3) VALUE 0.
           01  WS-LOT-FOUND-IDX    PIC 9(3) VALUE 0.

           01  WS-STOCK-LOT-TABLE.
               05  WS-LOT-ROWS OCCURS 400 TIMES.
                   10  WS-LOT-PROD-ID     PIC X(4).
                   10  WS-LOT-LOCATION    PIC X(2).
                   10  WS-LOT-NO          PIC X(10).
                   10  WS-LOT-EXPIRY      PIC 9(8).
                   10  WS-LOT-QTY         PIC 9(5).

           01  WS-LOT-LEFT         PIC 9(5).
           01  WS-LOT-TAKE         PIC 9(5).
           01  WS-LOT-DONE         PIC X VALUE "N".
           01  WS-LOT-EXPIRED-SEEN PIC X VALUE "N".

           01  WS-DRAW-COUNT       PIC 9(3) VALUE 0.
           01  WS-DRAW-IDX         PIC 9(3) VALUE 0.
           01  WS-DRAW-CART-IDX    PIC 9(3) VALUE 0.

           01  WS-LOT-DRAW-TABLE.
               05  WS-DRAW-ROWS OCCURS 200 TIMES.
                   10  WS-DRAW-CART       PIC 9(3).
                   10  WS-DRAW-LOT-NO     PIC X(10).
                   10  WS-DRAW-EXPIRY     PIC 9(8).
                   10  WS-DRAW-QTY        PIC 9(5).

           01  WS-CT-QTY           PIC 9(5) VALUE 0.
           01  WS-LOC-WANTED       PIC X(2).
           01  WS-LOC-SEED-QTY     PIC 9(5).
           01  WS-LOC-DELTA        PIC S9(5).

           01  WS-DL-STATUS        PIC X(2).

           01  WS-DELIVER          PIC X VALUE "N".
               88  DELIVERY-ORDER   VALUE "Y".

           01  WS-DELIVER-INPUT    PIC X.
               88  DELIVER-YES      VALUE "y".

           01  WS-PICK-LOC         PIC X(2) VALUE "CT".

           01  PICK-FILENAME       PIC X(12).
           01  WS-PICK-LINE        PIC X(60) VALUE SPACES.

           01  WS-PA-EOF           PIC X VALUE "N".

           01  WS-QT-STATUS        PIC X(2).
           01  WS-QK-STATUS        PIC X(2).
           01  WS-QT-EOF           PIC X VALUE "N".
           01  WS-QT-PURGED        PIC 9(3) VALUE 0.
           01  WS-QT-AGE-DAYS      PIC S9(5).
           01  WS-QUOTE-KEEP-DAYS  PIC 9(3) VALUE 60.
           01  WS-QUOTE-MARKED     PIC X VALUE "N".
           01  WS-QUOTE-SET-STATE  PIC X.
           01  WS-QUOTE-SET-ORDER  PIC 9(3).
           01  WS-CMD-SWAP-QUOTES  PIC X(60) VALUE
               "mv QUOTES.NEW QUOTES.DAT".

           01  WS-QUOTE-ID-INPUT   PIC 9(3).
           01  WS-CONVERT-QUOTE-ID PIC 9(3) VALUE 0.
           01  WS-QUOTE-CUST-ID    PIC X(4).
           01  WS-QUOTE-VALID-TO   PIC 9(8).
           01  WS-QUOTE-STATE      PIC X.
           01  WS-QUOTE-ORDER-ID   PIC 9(3).

           01  WS-QL-COUNT         PIC 9(3) VALUE 0.
           01  WS-QL-IDX           PIC 9(3) VALUE 0.

           01  WS-QUOTE-LINE-TABLE.
               05  WS-QL-ROWS OCCURS 50 TIMES.
                   10  WS-QL-PRODUCT-ID   PIC X(4).
                   10  WS-QL-QTY          PIC 999V99.
                   10  WS-QL-PRICE        PIC 9(3)V99.
                   10  WS-QL-DISC-PCT     PIC 99V99.

           01  WS-AGREE-MATCH      PIC X.
               88  AGREE-PRICE-FOUND VALUE "P".
               88  AGREE-DISC-FOUND  VALUE "D".
               05  WS-NEW-PRO-STOCK    PIC 9(5).
               05  WS-NEW-PRO-CATEGORY PIC X(10).
               05  WS-NEW-PRO-TAX     PIC 999V99.
               05  WS-NEW-PRO-COST    PIC 9(3)V99.

           01  WS-DISC-TABLE-VALUES.
               05  FILLER              PIC X(10) VALUE "PERISHABLE".
               05  DISPLAY-PRO-QTY     PIC ZZ9.
               05  DISPLAY-AR-BALANCE  PIC $$$,$$9.99-.
               05  DISPLAY-CUST-LIMIT  PIC $$$,$$9.99.
               05  DISPLAY-PICK-QTY    PIC ZZ9.99.
               05  DISPLAY-LOT-QTY     PIC ZZZZ9.
               05  DISPLAY-PICK-LINES  PIC ZZ9.


           05 HEAD-LINE        PIC X(10) VALUE
           05 CART-LINE        PIC X(41) VALUE
               "PRODUCT              PRICE  QTY SUB-TOTAL".

           05 PICK-HEAD-LINE   PIC X(9) VALUE
               "PICK LIST".

           05 PICK-COLS-LINE   PIC X(45) VALUE
               "PROD  PRODUCT              LOC    QTY  PICKED".

           05 FOOT-LINE        PIC X(42) VALUE SPACES.

           05 TAX-LINE         PIC X(42) VALUE SPACES.
                   10  WS-CART-ITEM-TOTAL  PIC 999V99.
                   10  WS-CART-DISC-PCT    PIC 99V99.
                   10  WS-CART-TAX         PIC 999V99.
                   10  WS-CART-UNIT-COST   PIC 9(3)V99.
                   10  WS-CART-LINE        PIC X(42).

           05 IS-DONE-ORDER            PIC X.
               PERFORM 0025-CHECK-DATE-OPEN THRU 0025-END
               MOVE 0 TO WS-ORDER-TOTAL
               MOVE 0 TO WS-ORDER-TAX
               PERFORM 0070-ASK-QUOTE THRU 0070-END
               IF WS-CONVERT-QUOTE-ID = 0 THEN
                   PERFORM 0060-LOOKUP-CUSTOMER THRU 0060-END
               END-IF
               PERFORM 0080-ASK-DELIVERY THRU 0080-END
           END-IF.

           STRING  'ORDER: ' DELIMITED BY SIZE
               PERFORM 0205-PRODUCT-MENU THRU 0205-END
           ELSE
               MOVE 0 TO WS-CART-COUNT
               MOVE 0 TO WS-DRAW-COUNT
               PERFORM 0290-SAVE-CHECKPOINT THRU 0290-END
               IF WS-CONVERT-QUOTE-ID > 0 THEN
                   MOVE "C" TO WS-QUOTE-SET-STATE
                   MOVE WS-ORDER-ID TO WS-QUOTE-SET-ORDER
                   PERFORM 0078-SET-QUOTE-STATE THRU 0078-END
                   IF WS-QUOTE-MARKED NOT = "Y" THEN
                       PERFORM 0295-CLEAR-CHECKPOINT THRU 0295-END
                       DISPLAY "Quote " WS-CONVERT-QUOTE-ID " could "
                           "not be marked converted - conversion "
                           "refused."
                       MOVE 0 TO WS-CONVERT-QUOTE-ID
                       PERFORM 0290-SAVE-CHECKPOINT THRU 0290-END
                   END-IF
               END-IF
               IF WS-CONVERT-QUOTE-ID > 0 THEN
                   PERFORM 0075-CONVERT-QUOTE THRU 0075-END
                   PERFORM 0205-PRODUCT-MENU THRU 0205-END
               ELSE
                   PERFORM 0200-ENTER-PRODUCTS THRU 0200-END
               END-IF
           END-IF.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
           CLOSE ORDER-LIST.

           PERFORM 0260-WRITE-TRANSACTIONS THRU 0260-END.

           IF DELIVERY-ORDER AND WS-CART-COUNT > 0 THEN
               PERFORM 0330-WRITE-PICK-LIST THRU 0330-END
               PERFORM 0340-WRITE-DELIVERY-ROWS THRU 0340-END
           END-IF.

           IF WS-CONVERT-QUOTE-ID > 0 THEN
               IF WS-CART-COUNT = 0 THEN
                   PERFORM 0077-RELEASE-QUOTE THRU 0077-END
               ELSE
                   DISPLAY "Quote " WS-CONVERT-QUOTE-ID " converted "
                       "on order " WS-ORDER-ID "."
               END-IF
               MOVE 0 TO WS-CONVERT-QUOTE-ID
           END-IF.

           PERFORM 0295-CLEAR-CHECKPOINT THRU 0295-END.
           PERFORM 0950-SAVE-ORDER-SEQ.

           MOVE "N" TO WS-CHKPT-FOUND.
           MOVE "N" TO WS-CHKPT-EOF.
           MOVE 0 TO WS-CART-COUNT.
           MOVE 0 TO WS-DRAW-COUNT.

           OPEN INPUT ORDER-CHKPT.

                               PERFORM 0040-RESTORE-CART-ROW
                                   THRU 0040-END
                           END-IF
                           IF CKL-TYPE = "L" THEN
                               PERFORM 0042-RESTORE-LOT-DRAW
                                   THRU 0042-END
                           END-IF
                   END-READ
               END-PERFORM

           MOVE CKH-CLIENT TO WS-ORDER-CLIENT.
           MOVE CKH-DATE TO WS-ORDER-DATE.
           MOVE CKH-CUST-LIMIT TO WS-CUST-LIMIT.
           MOVE CKH-QUOTE-ID TO WS-CONVERT-QUOTE-ID.
           MOVE "N" TO WS-DELIVER.
           MOVE "CT" TO WS-PICK-LOC.
           IF CKH-DELIVER = "Y" THEN
               MOVE "Y" TO WS-DELIVER
               MOVE "WH" TO WS-PICK-LOC
           END-IF.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-ORDER-TAX.

           MOVE CKD-TOTAL TO WS-CART-ITEM-TOTAL (WS-CART-COUNT).
           MOVE CKD-DISC-PCT TO WS-CART-DISC-PCT (WS-CART-COUNT).
           MOVE CKD-TAX TO WS-CART-TAX (WS-CART-COUNT).
           MOVE CKD-UNIT-COST TO WS-CART-UNIT-COST (WS-CART-COUNT).
           MOVE CONCAT-CART-ROW TO WS-CART-LINE (WS-CART-COUNT).

           ADD CKD-TOTAL TO WS-ORDER-TOTAL.

       0040-END.

       0042-RESTORE-LOT-DRAW.
           IF WS-DRAW-COUNT < 200 THEN
               ADD 1 TO WS-DRAW-COUNT
               MOVE CKL-CART-IDX TO WS-DRAW-CART (WS-DRAW-COUNT)
               MOVE CKL-LOT-NO TO WS-DRAW-LOT-NO (WS-DRAW-COUNT)
               MOVE CKL-EXPIRY TO WS-DRAW-EXPIRY (WS-DRAW-COUNT)
               MOVE CKL-QTY TO WS-DRAW-QTY (WS-DRAW-COUNT)
           END-IF.

       0042-END.

       0045-OFFER-RECOVERY.
           DISPLAY "Incomplete order " WS-ORDER-ID " found for "
               "customer " WS-ORDER-CUST-ID " " WS-ORDER-CLIENT ".".
               END-PERFORM

               PERFORM 0295-CLEAR-CHECKPOINT THRU 0295-END
               IF WS-CONVERT-QUOTE-ID > 0 THEN
                   PERFORM 0077-RELEASE-QUOTE THRU 0077-END
               END-IF
               MOVE 0 TO WS-CONVERT-QUOTE-ID
               DISPLAY "Order " WS-ORDER-ID " rolled back - "
                   "stock restored."
           END-IF.
           MOVE WS-ORDER-CLIENT TO CKH-CLIENT.
           MOVE WS-ORDER-DATE TO CKH-DATE.
           MOVE WS-CUST-LIMIT TO CKH-CUST-LIMIT.
           MOVE WS-CONVERT-QUOTE-ID TO CKH-QUOTE-ID.
           MOVE WS-DELIVER TO CKH-DELIVER.
           WRITE CHKPT-HEADER.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
               MOVE WS-CART-ITEM-TOTAL (WS-CART-IDX) TO CKD-TOTAL
               MOVE WS-CART-DISC-PCT (WS-CART-IDX) TO CKD-DISC-PCT
               MOVE WS-CART-TAX (WS-CART-IDX) TO CKD-TAX
               MOVE WS-CART-UNIT-COST (WS-CART-IDX) TO CKD-UNIT-COST
               WRITE CHKPT-DETAIL
           END-PERFORM.

           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
               MOVE SPACES TO CHKPT-LOT
               MOVE "L" TO CKL-TYPE
               MOVE WS-DRAW-CART (WS-DRAW-IDX) TO CKL-CART-IDX
               MOVE WS-DRAW-LOT-NO (WS-DRAW-IDX) TO CKL-LOT-NO
               MOVE WS-DRAW-EXPIRY (WS-DRAW-IDX) TO CKL-EXPIRY
               MOVE WS-DRAW-QTY (WS-DRAW-IDX) TO CKL-QTY
               WRITE CHKPT-LOT
           END-PERFORM.

           CLOSE ORDER-CHKPT.

       0290-END.

       0060-END.

       0070-ASK-QUOTE.
           MOVE 0 TO WS-CONVERT-QUOTE-ID.

           DISPLAY "Quote number to convert (0 = none) >>> ".
           ACCEPT WS-QUOTE-ID-INPUT.

           IF WS-QUOTE-ID-INPUT = 0 THEN
               GO TO 0070-END
           END-IF.

           PERFORM 0072-LOAD-QUOTE THRU 0072-END.

           IF WS-QL-COUNT = 0 THEN
               DISPLAY "Quote " WS-QUOTE-ID-INPUT " not found."
               PERFORM 0070-ASK-QUOTE
               GO TO 0070-END
           END-IF.

           IF WS-QUOTE-STATE = "C" THEN
               DISPLAY "Quote " WS-QUOTE-ID-INPUT " was already "
                   "converted on order " WS-QUOTE-ORDER-ID "."
               PERFORM 0070-ASK-QUOTE
               GO TO 0070-END
           END-IF.

           IF WS-QUOTE-VALID-TO < WS-ORDER-DATE THEN
               DISPLAY "Quote " WS-QUOTE-ID-INPUT " expired on "
                   WS-QUOTE-VALID-TO " - re-quote the customer."
               PERFORM 0070-ASK-QUOTE
               GO TO 0070-END
           END-IF.

           MOVE WS-QUOTE-CUST-ID TO WS-ORDER-CUST-ID.
           PERFORM 0074-FIND-QUOTE-CUSTOMER THRU 0074-END.

           IF NOT CUSTOMER-FOUND THEN
               DISPLAY "Customer " WS-QUOTE-CUST-ID " on quote "
                   WS-QUOTE-ID-INPUT " is no longer on file."
               PERFORM 0070-ASK-QUOTE
               GO TO 0070-END
           END-IF.

           MOVE WS-QUOTE-ID-INPUT TO WS-CONVERT-QUOTE-ID.

           DISPLAY "Converting quote " WS-CONVERT-QUOTE-ID
               " for customer " WS-ORDER-CUST-ID " "
               WS-ORDER-CLIENT ".".

       0070-END.

       0072-LOAD-QUOTE.
           MOVE 0 TO WS-QL-COUNT.
           MOVE "O" TO WS-QUOTE-STATE.
           MOVE 0 TO WS-QUOTE-ORDER-ID.
           MOVE "N" TO WS-QT-EOF.

           OPEN INPUT QUOTE-FILE.

           IF WS-QT-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-QT-EOF = "Y"
                   READ QUOTE-FILE
                       AT END MOVE "Y" TO WS-QT-EOF
                       NOT AT END
                           IF QT-QUOTE-ID = WS-QUOTE-ID-INPUT
                               PERFORM 0073-LOAD-QUOTE-LINE
                                   THRU 0073-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE QUOTE-FILE
           END-IF.

       0072-END.

       0073-LOAD-QUOTE-LINE.
           MOVE QT-CUST-ID TO WS-QUOTE-CUST-ID.
           MOVE QT-VALID-TO TO WS-QUOTE-VALID-TO.

           IF QT-STATUS = "C" THEN
               MOVE "C" TO WS-QUOTE-STATE
               MOVE QT-ORDER-ID TO WS-QUOTE-ORDER-ID
           END-IF.

           IF WS-QL-COUNT < 50 THEN
               ADD 1 TO WS-QL-COUNT
               MOVE QT-PRODUCT-ID TO WS-QL-PRODUCT-ID (WS-QL-COUNT)
               MOVE QT-QTY TO WS-QL-QTY (WS-QL-COUNT)
               MOVE QT-PRICE TO WS-QL-PRICE (WS-QL-COUNT)
               MOVE QT-DISC-PCT TO WS-QL-DISC-PCT (WS-QL-COUNT)
           END-IF.

       0073-END.

       0074-FIND-QUOTE-CUSTOMER.
           MOVE "N" TO IS-CUSTOMER-FOUND.
           MOVE "N" TO WS-CUST-EOF.

           OPEN INPUT CUSTOMER-LIST.

           IF WS-CUST-FILE-STATUS = "35" THEN
               CONTINUE
           ELSE
               READ CUSTOMER-LIST INTO WS-CUST-DETAILS
                   AT END MOVE "Y" TO WS-CUST-EOF
               END-READ

               PERFORM UNTIL WS-CUST-EOF = "Y"
                   READ CUSTOMER-LIST INTO WS-CUST-DETAILS
                       AT END MOVE "Y" TO WS-CUST-EOF
                       NOT AT END
                           IF WS-CUSTOMER-ID = WS-ORDER-CUST-ID THEN
                               MOVE WS-CUSTOMER-NAME TO WS-ORDER-CLIENT
                               MOVE WS-CUSTOMER-LIMIT TO WS-CUST-LIMIT
                               MOVE "Y" TO IS-CUSTOMER-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-LIST
           END-IF.

       0074-END.

       0075-CONVERT-QUOTE.
           PERFORM VARYING WS-QL-IDX FROM 1 BY 1
                   UNTIL WS-QL-IDX > WS-QL-COUNT
               PERFORM 0076-CONVERT-ONE-LINE THRU 0076-END
           END-PERFORM.

           MOVE WS-ORDER-TOTAL TO DISPLAY-ORD-TOTAL.
           DISPLAY "Quote " WS-CONVERT-QUOTE-ID " taken into order "
               WS-ORDER-ID " - total so far " DISPLAY-ORD-TOTAL.

       0075-END.

       0076-CONVERT-ONE-LINE.
           MOVE WS-QL-PRODUCT-ID (WS-QL-IDX) TO WS-NEW-PRO-ID.
           MOVE WS-QL-QTY (WS-QL-IDX) TO WS-NEW-PRO-QTY.
           MOVE WS-NEW-PRO-ID TO PRODUCT-ID.

           OPEN I-O PRODUCT-LIST.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               PERFORM 0900-FINISH
           END-IF.

           MOVE "N" TO IS-PRODUCT-FOUND.

           READ PRODUCT-LIST
               INVALID KEY
                   MOVE "N" TO IS-PRODUCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO IS-PRODUCT-FOUND
                   MOVE PRODUCT-NAME TO WS-NEW-PRO-NAME
                   MOVE PRODUCT-QTY-ON-HAND TO WS-NEW-PRO-STOCK
                   MOVE PRODUCT-CATEGORY TO WS-NEW-PRO-CATEGORY
                   MOVE PRODUCT-UNIT-COST TO WS-NEW-PRO-COST
           END-READ.

           IF NOT PRODUCT-FOUND THEN
               CLOSE PRODUCT-LIST
               DISPLAY "Product " WS-NEW-PRO-ID " on the quote is "
                   "no longer in the catalog - line skipped."
               GO TO 0076-END
           END-IF.

           IF WS-CART-COUNT >= 50 THEN
               CLOSE PRODUCT-LIST
               DISPLAY "Cart is full (50 items max) - "
                   "item not added."
               GO TO 0076-END
           END-IF.

           PERFORM 0216-GET-COUNTER-QTY THRU 0216-END.
           PERFORM 0210-CHECK-STOCK.

           IF WS-NEW-PRO-QTY = 0 THEN
               CLOSE PRODUCT-LIST
               DISPLAY "Nothing on hand - " WS-NEW-PRO-NAME
                   " not added to the order."
               GO TO 0076-END
           END-IF.

           MOVE WS-QL-PRICE (WS-QL-IDX) TO WS-NEW-PRO-PRICE.
           MOVE WS-QL-DISC-PCT (WS-QL-IDX) TO WS-DISC-PCT-APPLY.
           PERFORM 0225-APPLY-TAX.

           PERFORM 0203-POST-CART-LINE THRU 0203-END.

       0076-END.

       0077-RELEASE-QUOTE.
           MOVE "O" TO WS-QUOTE-SET-STATE.
           MOVE 0 TO WS-QUOTE-SET-ORDER.
           PERFORM 0078-SET-QUOTE-STATE THRU 0078-END.

           IF WS-QUOTE-MARKED = "Y" THEN
               DISPLAY "Quote " WS-CONVERT-QUOTE-ID " is open again."
           ELSE
               DISPLAY "Quote " WS-CONVERT-QUOTE-ID " could not be "
                   "reopened - it still shows converted."
           END-IF.

       0077-END.

       0078-SET-QUOTE-STATE.
           MOVE "N" TO WS-QUOTE-MARKED.
           MOVE "N" TO WS-QT-EOF.
           MOVE 0 TO WS-QT-PURGED.

           OPEN INPUT QUOTE-FILE.

           IF WS-QT-STATUS NOT = "00" THEN
               GO TO 0078-END
           END-IF.

           OPEN OUTPUT QUOTE-KEEP.

           IF WS-QK-STATUS NOT = "00" THEN
               CLOSE QUOTE-FILE
               GO TO 0078-END
           END-IF.

           PERFORM UNTIL WS-QT-EOF = "Y"
               READ QUOTE-FILE
                   AT END MOVE "Y" TO WS-QT-EOF
                   NOT AT END
                       PERFORM 0079-COPY-QUOTE-ROW THRU 0079-END
               END-READ
           END-PERFORM.

           CLOSE QUOTE-FILE.
           CLOSE QUOTE-KEEP.

           IF WS-QUOTE-MARKED = "Y" THEN
               CALL "SYSTEM" USING WS-CMD-SWAP-QUOTES
               IF WS-QT-PURGED > 0 THEN
                   DISPLAY WS-QT-PURGED " quote line(s) closed "
                       "over " WS-QUOTE-KEEP-DAYS " days ago purged."
               END-IF
           END-IF.

       0078-END.

       0079-COPY-QUOTE-ROW.
           IF QT-QUOTE-ID = WS-CONVERT-QUOTE-ID THEN
               MOVE WS-QUOTE-SET-STATE TO QT-STATUS
               MOVE WS-QUOTE-SET-ORDER TO QT-ORDER-ID
               MOVE "Y" TO WS-QUOTE-MARKED
               WRITE QUOTE-KEEP-RECORD FROM QT-DETAILS
               GO TO 0079-END
           END-IF.

           IF QT-STATUS = "C" OR QT-VALID-TO < WS-ORDER-DATE THEN
               COMPUTE WS-QT-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-ORDER-DATE)
                   - FUNCTION INTEGER-OF-DATE (QT-VALID-TO)
               IF WS-QT-AGE-DAYS > WS-QUOTE-KEEP-DAYS THEN
                   ADD 1 TO WS-QT-PURGED
                   GO TO 0079-END
               END-IF
           END-IF.

           WRITE QUOTE-KEEP-RECORD FROM QT-DETAILS.

       0079-END.

       0080-ASK-DELIVERY.
           MOVE "N" TO WS-DELIVER.
           MOVE "CT" TO WS-PICK-LOC.

           DISPLAY "Deliver this order from the warehouse? (y) >>> ".
           ACCEPT WS-DELIVER-INPUT.

           IF DELIVER-YES THEN
               MOVE "Y" TO WS-DELIVER
               MOVE "WH" TO WS-PICK-LOC
               DISPLAY "Delivery order - lines are picked from the "
                   "warehouse."
           END-IF.

       0080-END.

       0200-ENTER-PRODUCTS.
           DISPLAY 'Product ID >>> '.
           ACCEPT WS-ID-INPUT.
                       MOVE PRODUCT-PRICE TO WS-NEW-PRO-PRICE
                       MOVE PRODUCT-QTY-ON-HAND TO WS-NEW-PRO-STOCK
                       MOVE PRODUCT-CATEGORY TO WS-NEW-PRO-CATEGORY
                       MOVE PRODUCT-UNIT-COST TO WS-NEW-PRO-COST
               END-READ

               IF NOT PRODUCT-FOUND THEN
                           PERFORM 0220-APPLY-DISCOUNT
                           PERFORM 0225-APPLY-TAX

                           PERFORM 0203-POST-CART-LINE
                               THRU 0203-END
                       END-IF
                   END-IF


       0200-END.

       0203-POST-CART-LINE.
           MOVE WS-NEW-PRO-STOCK TO WS-JRNL-OLD-QTY.
           COMPUTE WS-NEW-PRO-STOCK =
               WS-NEW-PRO-STOCK - WS-NEW-PRO-QTY.
           MOVE WS-NEW-PRO-STOCK TO PRODUCT-QTY-ON-HAND.
           REWRITE DETAILS.
           CLOSE PRODUCT-LIST.

           PERFORM 0270-WRITE-STOCK-JOURNAL THRU 0270-END.

           MOVE WS-CT-QTY TO WS-LOC-SEED-QTY.
           COMPUTE WS-LOC-DELTA = 0 - WS-NEW-PRO-QTY.
           PERFORM 0285-ADJUST-COUNTER THRU 0285-END.

           IF WS-NEW-PRO-CATEGORY = "PERISHABLE"
               PERFORM 0287-DRAW-LOTS THRU 0287-END
           END-IF.

           COMPUTE WS-NEW-PRO-TOTAL =
               WS-NEW-PRO-PRICE * WS-NEW-PRO-QTY
               * (1 - WS-DISC-PCT-APPLY / 100).
           COMPUTE WS-ORDER-TOTAL =
               WS-ORDER-TOTAL + WS-NEW-PRO-TOTAL.

           COMPUTE WS-NEW-PRO-TAX ROUNDED =
               WS-NEW-PRO-TOTAL * WS-TAX-RATE-APPLY / 100.
           COMPUTE WS-ORDER-TAX =
               WS-ORDER-TAX + WS-NEW-PRO-TAX.

           MOVE WS-NEW-PRO-PRICE TO DISPLAY-PRO-PRICE.
           MOVE WS-NEW-PRO-TOTAL TO DISPLAY-PRO-TOTAL.
           MOVE WS-ORDER-TOTAL TO DISPLAY-ORD-TOTAL.
           MOVE WS-NEW-PRO-QTY TO DISPLAY-PRO-QTY.

           DISPLAY "Added: ", DISPLAY-PRO-QTY, " ", WS-NEW-PRO-NAME.
           DISPLAY "Subtotal: ", DISPLAY-PRO-TOTAL.
           DISPLAY "Order total: ", DISPLAY-ORD-TOTAL.

           PERFORM 0215-FORMAT-CART-LINE THRU 0215-END.

           ADD 1 TO WS-CART-COUNT.
           MOVE WS-NEW-PRO-ID TO WS-CART-PRODUCT-ID (WS-CART-COUNT).
           MOVE WS-NEW-PRO-NAME TO WS-CART-NAME (WS-CART-COUNT).
           MOVE WS-NEW-PRO-PRICE TO WS-CART-PRICE (WS-CART-COUNT).
           MOVE WS-NEW-PRO-QTY TO WS-CART-QTY (WS-CART-COUNT).
           MOVE WS-NEW-PRO-TOTAL
               TO WS-CART-ITEM-TOTAL (WS-CART-COUNT).
           MOVE WS-DISC-PCT-APPLY
               TO WS-CART-DISC-PCT (WS-CART-COUNT).
           MOVE WS-NEW-PRO-TAX TO WS-CART-TAX (WS-CART-COUNT).
           MOVE WS-NEW-PRO-COST
               TO WS-CART-UNIT-COST (WS-CART-COUNT).
           MOVE CONCAT-CART-ROW TO WS-CART-LINE (WS-CART-COUNT).

           PERFORM 0290-SAVE-CHECKPOINT THRU 0290-END.

       0203-END.

       0215-FORMAT-CART-LINE.
           STRING  WS-NEW-PRO-NAME (1:20)
                   ' '   DELIMITED BY SIZE
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = WS-NEW-PRO-ID
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   IF WS-LOC-LOCATION (WS-LOC-IDX) = WS-PICK-LOC
                       MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
                   END-IF
               END-IF
           IF WS-LOC-FOUND-IDX > 0 THEN
               MOVE WS-LOC-QTY (WS-LOC-FOUND-IDX) TO WS-CT-QTY
           ELSE
               IF WS-LOC-ANY-ROW = "Y" OR DELIVERY-ORDER THEN
                   MOVE 0 TO WS-CT-QTY
               ELSE
                   MOVE WS-NEW-PRO-STOCK TO WS-CT-QTY
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = WS-NEW-PRO-ID
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   IF WS-LOC-LOCATION (WS-LOC-IDX) = WS-PICK-LOC
                       MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
                   END-IF
               END-IF
           IF WS-LOC-FOUND-IDX = 0 THEN
               IF WS-LOC-COUNT >= 400 THEN
                   DISPLAY "Stock location file is full - "
                       WS-PICK-LOC " qty not adjusted."
               ELSE
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-NEW-PRO-ID
                       TO WS-LOC-PROD-ID (WS-LOC-COUNT)
                   MOVE WS-PICK-LOC
                       TO WS-LOC-LOCATION (WS-LOC-COUNT)
                   IF WS-LOC-ANY-ROW = "Y" OR DELIVERY-ORDER THEN
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-COUNT)
                   ELSE
                       MOVE WS-LOC-SEED-QTY

       0285-END.

       0287-DRAW-LOTS.
           PERFORM 0960-LOAD-STOCK-LOT THRU 0960-END.

           MOVE WS-NEW-PRO-QTY TO WS-LOT-LEFT.
           COMPUTE WS-DRAW-CART-IDX = WS-CART-COUNT + 1.
           MOVE "N" TO WS-LOT-DONE.
           MOVE "N" TO WS-LOT-EXPIRED-SEEN.

           PERFORM UNTIL WS-LOT-DONE = "Y"
               PERFORM 0288-DRAW-ONE-LOT THRU 0288-END
           END-PERFORM.

           IF WS-LOT-EXPIRED-SEEN = "Y" THEN
               DISPLAY "Expired lot(s) of " WS-NEW-PRO-NAME
                   " still in location " WS-PICK-LOC
                   " were passed over - write them off."
           END-IF.

           IF WS-LOT-LEFT > 0 THEN
               DISPLAY WS-LOT-LEFT " of " WS-NEW-PRO-NAME
                   " sold from stock not held under a "
                   "recorded lot."
           END-IF.

           PERFORM 0965-SAVE-STOCK-LOT THRU 0965-END.

       0287-END.

       0288-DRAW-ONE-LOT.
           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = WS-NEW-PRO-ID
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = WS-PICK-LOC
                       AND WS-LOT-QTY (WS-LOT-IDX) > 0
                   IF WS-LOT-EXPIRY (WS-LOT-IDX) < WS-ORDER-DATE
                       MOVE "Y" TO WS-LOT-EXPIRED-SEEN
                   ELSE
                       IF WS-LOT-FOUND-IDX = 0 THEN
                           MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
                       ELSE
                           IF WS-LOT-EXPIRY (WS-LOT-IDX)
                                < WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
                               MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOT-FOUND-IDX = 0 OR WS-LOT-LEFT = 0 THEN
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0288-END
           END-IF.

           IF WS-DRAW-COUNT >= 200 THEN
               DISPLAY "Lot draw table is full - rest of the line "
                   "not drawn by lot."
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0288-END
           END-IF.

           IF WS-LOT-QTY (WS-LOT-FOUND-IDX) > WS-LOT-LEFT THEN
               MOVE WS-LOT-LEFT TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-QTY (WS-LOT-FOUND-IDX) TO WS-LOT-TAKE
           END-IF.

           SUBTRACT WS-LOT-TAKE FROM WS-LOT-QTY (WS-LOT-FOUND-IDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT.

           ADD 1 TO WS-DRAW-COUNT.
           MOVE WS-DRAW-CART-IDX TO WS-DRAW-CART (WS-DRAW-COUNT).
           MOVE WS-LOT-NO (WS-LOT-FOUND-IDX)
               TO WS-DRAW-LOT-NO (WS-DRAW-COUNT).
           MOVE WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
               TO WS-DRAW-EXPIRY (WS-DRAW-COUNT).
           MOVE WS-LOT-TAKE TO WS-DRAW-QTY (WS-DRAW-COUNT).

           DISPLAY "Lot " WS-LOT-NO (WS-LOT-FOUND-IDX) " expiry "
               WS-LOT-EXPIRY (WS-LOT-FOUND-IDX) " - drawn "
               WS-LOT-TAKE ".".

       0288-END.

       0289-RESTORE-LOTS.
           IF WS-DRAW-COUNT = 0 THEN
               GO TO 0289-END
           END-IF.

           IF WS-DRAW-CART (WS-DRAW-COUNT) NOT = WS-CART-COUNT THEN
               GO TO 0289-END
           END-IF.

           PERFORM 0960-LOAD-STOCK-LOT THRU 0960-END.

           MOVE "N" TO WS-LOT-DONE.

           PERFORM UNTIL WS-LOT-DONE = "Y"
               PERFORM 0291-RESTORE-ONE-DRAW THRU 0291-END
           END-PERFORM.

           PERFORM 0965-SAVE-STOCK-LOT THRU 0965-END.

       0289-END.

       0291-RESTORE-ONE-DRAW.
           IF WS-DRAW-COUNT = 0 THEN
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0291-END
           END-IF.

           IF WS-DRAW-CART (WS-DRAW-COUNT) NOT = WS-CART-COUNT THEN
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0291-END
           END-IF.

           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX)
                       = WS-CART-PRODUCT-ID (WS-CART-COUNT)
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = WS-PICK-LOC
                       AND WS-LOT-NO (WS-LOT-IDX)
                           = WS-DRAW-LOT-NO (WS-DRAW-COUNT)
                   MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-LOT-FOUND-IDX = 0 THEN
               IF WS-LOT-COUNT >= 400 THEN
                   DISPLAY "Stock lot file is full - lot "
                       WS-DRAW-LOT-NO (WS-DRAW-COUNT)
                       " not restored."
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-CART-PRODUCT-ID (WS-CART-COUNT)
                       TO WS-LOT-PROD-ID (WS-LOT-COUNT)
                   MOVE WS-PICK-LOC
                       TO WS-LOT-LOCATION (WS-LOT-COUNT)
                   MOVE WS-DRAW-LOT-NO (WS-DRAW-COUNT)
                       TO WS-LOT-NO (WS-LOT-COUNT)
                   MOVE WS-DRAW-EXPIRY (WS-DRAW-COUNT)
                       TO WS-LOT-EXPIRY (WS-LOT-COUNT)
                   MOVE 0 TO WS-LOT-QTY (WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
               END-IF
           END-IF.

           IF WS-LOT-FOUND-IDX > 0 THEN
               ADD WS-DRAW-QTY (WS-DRAW-COUNT)
                   TO WS-LOT-QTY (WS-LOT-FOUND-IDX)
           END-IF.

           SUBTRACT 1 FROM WS-DRAW-COUNT.

       0291-END.

       0940-LOAD-STOCK-LOC.
           MOVE 0 TO WS-LOC-COUNT.
           MOVE "N" TO WS-LOC-EOF.

       0945-END.

       0960-LOAD-STOCK-LOT.
           MOVE 0 TO WS-LOT-COUNT.
           MOVE "N" TO WS-LOT-EOF.
           MOVE "N" TO WS-LOT-OVERFLOW.

           OPEN INPUT STOCK-LOT.

           IF WS-LOT-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LOT-EOF = "Y"
                   IF WS-LOT-COUNT >= 400 THEN
                       DISPLAY "Stock lot file exceeds 400 rows - "
                           "remaining rows ignored."
                       MOVE "Y" TO WS-LOT-OVERFLOW
                       MOVE "Y" TO WS-LOT-EOF
                   ELSE
                       ADD 1 TO WS-LOT-COUNT
                       READ STOCK-LOT
                           INTO WS-LOT-ROWS (WS-LOT-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-LOT-COUNT
                               MOVE "Y" TO WS-LOT-EOF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE STOCK-LOT
           END-IF.

       0960-END.

       0965-SAVE-STOCK-LOT.
           IF WS-LOT-OVERFLOW = "Y" THEN
               DISPLAY "Stock lot file too large to rewrite "
                   "safely - lot quantities NOT recorded."
               DISPLAY "Write off or trim STOCK-LOT.DAT."
           ELSE
               OPEN OUTPUT STOCK-LOT

               PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                       UNTIL WS-LOT-IDX > WS-LOT-COUNT
                   IF WS-LOT-QTY (WS-LOT-IDX) > 0 THEN
                       WRITE LT-DETAILS FROM WS-LOT-ROWS (WS-LOT-IDX)
                   END-IF
               END-PERFORM

               CLOSE STOCK-LOT
           END-IF.

       0965-END.

       0205-PRODUCT-MENU.
           DISPLAY "(Y)es add another, (R)emove last item,"
               " anything else to finish >>> ".
                   MOVE WS-CART-QTY (WS-CART-COUNT)
                       TO WS-LOC-DELTA
                   PERFORM 0285-ADJUST-COUNTER THRU 0285-END
                   PERFORM 0289-RESTORE-LOTS THRU 0289-END
           END-READ.

           CLOSE PRODUCT-LIST.
           END-STRING.
           MOVE WS-ORDER-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-CART-UNIT-COST (WS-CART-COUNT) TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.
               MOVE WS-CART-TAX (WS-CART-IDX) TO OT-TAX
               MOVE WS-OPERATOR-ID TO OT-OPERATOR-ID
               MOVE WS-TENDER TO OT-TENDER
               MOVE WS-CART-UNIT-COST (WS-CART-IDX) TO OT-UNIT-COST
               WRITE TRANS-DETAILS
           END-PERFORM.

           END-STRING.
           MOVE WS-ORDER-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-NEW-PRO-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

       0320-END.

       0330-WRITE-PICK-LIST.
           MOVE SPACES TO PICK-FILENAME.
           STRING  'pick_'
                   WS-ORDER-ID
                   '.txt'
           INTO PICK-FILENAME
           END-STRING.

           OPEN OUTPUT PICK-LIST.

           WRITE PICK-RECORD FROM PICK-HEAD-LINE.
           WRITE PICK-RECORD FROM CONCAT-ORDER.

           MOVE SPACES TO WS-PICK-LINE.
           STRING  'DATE: ' DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
                   '  OPERATOR: ' DELIMITED BY SIZE
                   WS-OPERATOR-ID (1:4)
           INTO WS-PICK-LINE
           END-STRING.
           WRITE PICK-RECORD FROM WS-PICK-LINE.

           WRITE PICK-RECORD FROM DIVISOR.
           WRITE PICK-RECORD FROM PICK-COLS-LINE.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               PERFORM 0335-WRITE-PICK-LINE THRU 0335-END
           END-PERFORM.

           WRITE PICK-RECORD FROM DIVISOR.

           MOVE WS-CART-COUNT TO DISPLAY-PICK-LINES.
           MOVE SPACES TO WS-PICK-LINE.
           STRING  'LINES TO PICK ' DELIMITED BY SIZE
                   DISPLAY-PICK-LINES (1:3)
           INTO WS-PICK-LINE
           END-STRING.
           WRITE PICK-RECORD FROM WS-PICK-LINE.

           CLOSE PICK-LIST.

           DISPLAY "Pick list written to " PICK-FILENAME ".".

       0330-END.

       0335-WRITE-PICK-LINE.
           MOVE WS-CART-QTY (WS-CART-IDX) TO DISPLAY-PICK-QTY.

           MOVE SPACES TO WS-PICK-LINE.
           STRING  WS-CART-PRODUCT-ID (WS-CART-IDX) (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-CART-NAME (WS-CART-IDX) (1:20)
                   ' '   DELIMITED BY SIZE
                   WS-PICK-LOC (1:2)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-PICK-QTY (1:6)
                   '  ______' DELIMITED BY SIZE
           INTO WS-PICK-LINE
           END-STRING.
           WRITE PICK-RECORD FROM WS-PICK-LINE.

           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
               IF WS-DRAW-CART (WS-DRAW-IDX) = WS-CART-IDX
                   MOVE WS-DRAW-QTY (WS-DRAW-IDX) TO DISPLAY-LOT-QTY
                   MOVE SPACES TO WS-PICK-LINE
                   STRING  '      LOT ' DELIMITED BY SIZE
                           WS-DRAW-LOT-NO (WS-DRAW-IDX) (1:10)
                           '  EXP ' DELIMITED BY SIZE
                           WS-DRAW-EXPIRY (WS-DRAW-IDX) (1:8)
                           '  QTY ' DELIMITED BY SIZE
                           DISPLAY-LOT-QTY (1:5)
                   INTO WS-PICK-LINE
                   END-STRING
                   WRITE PICK-RECORD FROM WS-PICK-LINE
               END-IF
           END-PERFORM.

       0335-END.

       0340-WRITE-DELIVERY-ROWS.
           OPEN EXTEND DELIVERY-FILE.

           IF WS-DL-STATUS = "35" THEN
               OPEN OUTPUT DELIVERY-FILE
           END-IF.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               MOVE "O" TO DL-STATUS
               MOVE WS-ORDER-ID TO DL-ORDER-ID
               MOVE WS-ORDER-DATE TO DL-ORDER-DATE
               MOVE WS-ORDER-CUST-ID TO DL-CUST-ID
               MOVE WS-CART-PRODUCT-ID (WS-CART-IDX)
                   TO DL-PRODUCT-ID
               MOVE WS-CART-NAME (WS-CART-IDX) TO DL-PRODUCT-NAME
               MOVE WS-PICK-LOC TO DL-LOCATION
               MOVE WS-CART-QTY (WS-CART-IDX) TO DL-ORDER-QTY
               MOVE 0 TO DL-PICKED-QTY
               MOVE 0 TO DL-SHIPPED-QTY
               MOVE 0 TO DL-DISPATCH-DATE
               MOVE SPACES TO DL-OPERATOR-ID
               WRITE DL-DETAILS
           END-PERFORM.

           CLOSE DELIVERY-FILE.

           DISPLAY "Order " WS-ORDER-ID " booked for dispatch.".

       0340-END.

       0210-CHECK-STOCK.
           IF WS-NEW-PRO-QTY > WS-CT-QTY THEN
               IF DELIVERY-ORDER THEN
                   DISPLAY "Only " WS-CT-QTY
                       " in the warehouse for " WS-NEW-PRO-NAME "."
               ELSE
                   DISPLAY "Only " WS-CT-QTY
                       " at the counter for " WS-NEW-PRO-NAME "."
               END-IF
               COMPUTE WS-SHORT-QTY =
                   WS-NEW-PRO-QTY - WS-CT-QTY
               MOVE WS-SHORT-QTY TO DISPLAY-PRO-QTY
