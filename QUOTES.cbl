       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-LIST ASSIGN TO "productsList.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODUCT-ID
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT QUOTE-LIST ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTE-SEQ ASSIGN TO "QUOTE-SEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QT-STATUS.

           SELECT CUSTOMER-LIST ASSIGN TO "customerList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT PRICE-AGREE ASSIGN TO "PRICE-AGREE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PRODUCT-LIST.
           01 DETAILS.
               05  PRODUCT-ID           PIC X(4).
               05  PRODUCT-NAME         PIC X(20).
               05  PRODUCT-PRICE        PIC 9(3)V99.
               05  PRODUCT-CATEGORY     PIC X(10).
               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD QUOTE-LIST.
           01 NEWRECORD       PIC X(42).

           FD QUOTE-SEQ.
           01 SEQ-RECORD      PIC 9(3).

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

           FD CUSTOMER-LIST.
           01 CUST-DETAILS.
               05  CUSTOMER-ID     PIC X(4).
               05  CUSTOMER-NAME   PIC X(20).
               05  CUSTOMER-CREDIT-LIMIT PIC 9(5)V99.

           FD PRICE-AGREE.
           01 PA-DETAILS.
               05  PA-CUST-ID         PIC X(4).
               05  PA-PRODUCT-ID      PIC X(4).
               05  PA-CATEGORY        PIC X(10).
               05  PA-TYPE            PIC X.
               05  PA-PRICE           PIC 9(3)V99.
               05  PA-DISC-PCT        PIC 99V99.
               05  PA-FROM-DATE       PIC 9(8).
               05  PA-TO-DATE         PIC 9(8).

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
               05  OPERATOR-NAME   PIC X(20).
               05  OPERATOR-PIN    PIC X(4).

           WORKING-STORAGE SECTION.
           01  WS-OP-FILE-STATUS   PIC X(2).
           01  WS-OP-EOF           PIC X VALUE "N".
           01  WS-OP-DUMMY         PIC X(28).

           01  IS-OPERATOR-FOUND   PIC X.
               88  OPERATOR-FOUND   VALUE "Y".

           01  WS-OP-DETAILS.
               05  WS-OP-REC-ID        PIC X(4).
               05  WS-OP-REC-NAME      PIC X(20).
               05  WS-OP-REC-PIN       PIC X(4).

           01  WS-OP-ID-INPUT      PIC X(4).
           01  WS-OP-PIN-INPUT     PIC X(4).
           01  WS-OPERATOR-ID      PIC X(4).
           01  WS-OPERATOR-NAME    PIC X(20).

           01  IS-PRODUCT-FOUND    PIC X.
               88  PRODUCT-FOUND    VALUE "Y".

           01  WS-PRODUCT-STATUS   PIC X(2).

           01  WS-CUST-DETAILS.
               05  WS-CUSTOMER-ID      PIC X(4).
               05  WS-CUSTOMER-NAME    PIC X(20).
               05  WS-CUSTOMER-LIMIT   PIC 9(5)V99.

           01  WS-CUST-EOF             PIC X VALUE "N".
           01  WS-CUST-ID-INPUT        PIC X(4).
           01  WS-CUST-FILE-STATUS     PIC X(2).

           01  IS-CUSTOMER-FOUND       PIC X.
               88  CUSTOMER-FOUND       VALUE "Y".

           01  WS-SEQ-STATUS       PIC X(2).
           01  WS-QT-STATUS        PIC X(2).
           01  WS-PA-STATUS        PIC X(2).

           01  WS-PA-EOF           PIC X VALUE "N".

           01  WS-AGREE-MATCH      PIC X.
               88  AGREE-PRICE-FOUND VALUE "P".
               88  AGREE-DISC-FOUND  VALUE "D".

           01  WS-AGREE-PRODUCT    PIC X VALUE "N".
           01  WS-AGREE-PRICE      PIC 9(3)V99.
           01  WS-AGREE-DISC-PCT   PIC 99V99.

           01  WS-VALID-DAYS       PIC 9(3).

           01  WS-INPUTS.
               05  WS-ID-INPUT         PIC X(4).
               05  WS-QTY-INPUT         PIC 999V99.

           01  WS-NEW-PRODUCT.
               05  WS-NEW-PRO-ID       PIC X(4).
               05  WS-NEW-PRO-PRICE    PIC 9(3)V99.
               05  WS-NEW-PRO-NAME     PIC X(20).
               05  WS-NEW-PRO-QTY      PIC 999V99.
               05  WS-NEW-PRO-TOTAL    PIC 999V99.
               05  WS-NEW-PRO-STOCK    PIC 9(5).
               05  WS-NEW-PRO-CATEGORY PIC X(10).
               05  WS-NEW-PRO-TAX     PIC 999V99.

           01  WS-DISC-TABLE-VALUES.
               05  FILLER              PIC X(10) VALUE "PERISHABLE".
               05  FILLER              PIC 999   VALUE 005.
               05  FILLER              PIC 99V99 VALUE 15.00.
               05  FILLER              PIC X(10) VALUE "ALL".
               05  FILLER              PIC 999   VALUE 010.
               05  FILLER              PIC 99V99 VALUE 10.00.

           01  WS-DISCOUNT-TABLE REDEFINES WS-DISC-TABLE-VALUES.
               05  WS-DISC-ROWS OCCURS 2 TIMES.
                   10  WS-DISC-CATEGORY    PIC X(10).
                   10  WS-DISC-MIN-QTY     PIC 999.
                   10  WS-DISC-PCT         PIC 99V99.

           01  WS-DISC-COUNT       PIC 9 VALUE 2.
           01  WS-DISC-IDX         PIC 9 VALUE 0.
           01  WS-DISC-PCT-APPLY   PIC 99V99 VALUE 0.

           01  WS-TAX-TABLE-VALUES.
               05  FILLER              PIC X(10) VALUE "PERISHABLE".
               05  FILLER              PIC 99V99 VALUE 00.00.
               05  FILLER              PIC X(10) VALUE "ALL".
               05  FILLER              PIC 99V99 VALUE 08.00.

           01  WS-SALES-TAX-TABLE REDEFINES WS-TAX-TABLE-VALUES.
               05  WS-TAX-ROWS OCCURS 2 TIMES.
                   10  WS-TAX-CATEGORY     PIC X(10).
                   10  WS-TAX-RATE         PIC 99V99.

           01  WS-TAX-COUNT        PIC 9 VALUE 2.
           01  WS-TAX-IDX          PIC 9 VALUE 0.
           01  WS-TAX-RATE-APPLY   PIC 99V99 VALUE 0.

           01  WS-TAX-CAT-FOUND    PIC X.
               88  TAX-CAT-FOUND    VALUE "Y".

           01  WS-NEW-QUOTE.
               05  WS-QUOTE-ID         PIC 999 VALUE 001.
               05  WS-QUOTE-CUST-ID    PIC X(4).
               05  WS-QUOTE-CLIENT     PIC X(20).
               05  WS-QUOTE-TOTAL      PIC 999V99.
               05  WS-QUOTE-TAX        PIC 999V99.
               05  WS-QUOTE-GRAND      PIC 9(4)V99.
               05  WS-QUOTE-DATE       PIC 9(8).
               05  WS-QUOTE-VALID-TO   PIC 9(8).

           01  DISPLAYS.
               05  DISPLAY-PRO-PRICE   PIC $$$9.99.
               05  DISPLAY-PRO-TOTAL   PIC $$$9.99.
               05  DISPLAY-ORD-TOTAL   PIC $$$9.99.
               05  DISPLAY-ORD-TAX     PIC $$$9.99.
               05  DISPLAY-GRD-TOTAL   PIC $$$$9.99.
               05  DISPLAY-PRO-QTY     PIC ZZ9.


           05 HEAD-LINE        PIC X(10) VALUE
               "QUOTATION".

           05 DIVISOR          PIC X(42) VALUE
               "******************************************".

           05 CART-LINE        PIC X(41) VALUE
               "PRODUCT              PRICE  QTY SUB-TOTAL".

           05 FOOT-LINE        PIC X(42) VALUE SPACES.

           05 TAX-LINE         PIC X(42) VALUE SPACES.

           05 CONCAT-QUOTE     PIC X(42) VALUE SPACES.

           05 CONCAT-DATE      PIC X(42) VALUE SPACES.

           05 CONCAT-VALID     PIC X(42) VALUE SPACES.

           05 CONCAT-CART-ROW  PIC X(42) VALUE SPACES.

           05 NOTE-LINE        PIC X(42) VALUE
               "PRICES HELD TO THE DATE ABOVE - NO STOCK".

           05 NOTE-LINE-2      PIC X(42) VALUE
               "IS RESERVED UNTIL THE ORDER IS PLACED.".

           05 FILENAME         PIC X(13).

           05 IS-DONE-PRODUCT          PIC X.
               88  ENTER-NEW-PRODUCT   VALUE "y".
               88  REMOVE-LAST-PRODUCT VALUE "r".

           01  WS-CART-COUNT           PIC 9(3) VALUE 0.
           01  WS-CART-IDX             PIC 9(3) VALUE 0.

           01  WS-CART-TABLE.
               05  WS-CART-ROWS OCCURS 50 TIMES.
                   10  WS-CART-PRODUCT-ID  PIC X(4).
                   10  WS-CART-NAME        PIC X(20).
                   10  WS-CART-PRICE       PIC 9(3)V99.
                   10  WS-CART-QTY         PIC 999V99.
                   10  WS-CART-ITEM-TOTAL  PIC 999V99.
                   10  WS-CART-DISC-PCT    PIC 99V99.
                   10  WS-CART-TAX         PIC 999V99.
                   10  WS-CART-LINE        PIC X(42).

           05 IS-DONE-QUOTE            PIC X.
               88  ENTER-NEW-QUOTE     VALUE "y".

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.
           PERFORM 0050-READ-QUOTE-SEQ THRU 0050-END.
           PERFORM 0110-ENTER-QUOTE THRU 0110-END.
           PERFORM 0900-FINISH.

       0100-END.

       0110-ENTER-QUOTE.
           ACCEPT WS-QUOTE-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-QUOTE-TOTAL.
           MOVE 0 TO WS-QUOTE-TAX.
           MOVE 0 TO WS-CART-COUNT.
           MOVE SPACES TO CONCAT-QUOTE.
           MOVE SPACES TO CONCAT-DATE.
           MOVE SPACES TO CONCAT-VALID.
           MOVE SPACES TO TAX-LINE.
           MOVE SPACES TO FOOT-LINE.

           PERFORM 0060-LOOKUP-CUSTOMER THRU 0060-END.

           DISPLAY "Quote valid for how many days (0 = 30) >>> ".
           ACCEPT WS-VALID-DAYS.

           IF WS-VALID-DAYS = 0 THEN
               MOVE 30 TO WS-VALID-DAYS
           END-IF.

           COMPUTE WS-QUOTE-VALID-TO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-QUOTE-DATE)
               + WS-VALID-DAYS).

           PERFORM 0200-ENTER-PRODUCTS THRU 0200-END.

           IF WS-CART-COUNT = 0 THEN
               DISPLAY "No lines quoted - quote " WS-QUOTE-ID
                   " not saved."
           ELSE
               PERFORM 0250-PRINT-QUOTE THRU 0250-END
               PERFORM 0260-WRITE-QUOTE-LINES THRU 0260-END
               PERFORM 0950-SAVE-QUOTE-SEQ
               DISPLAY "Quote " WS-QUOTE-ID " saved - valid to "
                   WS-QUOTE-VALID-TO "."
               DISPLAY "Quote written to " FILENAME "."
               ADD 1 TO WS-QUOTE-ID
           END-IF.

           DISPLAY "Do you want to enter another QUOTE? (y) >>> "
           ACCEPT IS-DONE-QUOTE.

           IF ENTER-NEW-QUOTE THEN
               PERFORM 0110-ENTER-QUOTE
           END-IF.

       0110-END.

       0050-READ-QUOTE-SEQ.
           MOVE 0 TO WS-QUOTE-ID.
           OPEN INPUT QUOTE-SEQ.

           IF WS-SEQ-STATUS = "00" THEN
               READ QUOTE-SEQ INTO WS-QUOTE-ID
               CLOSE QUOTE-SEQ
           END-IF.

           ADD 1 TO WS-QUOTE-ID.

       0050-END.

       0950-SAVE-QUOTE-SEQ.
           OPEN OUTPUT QUOTE-SEQ.
           WRITE SEQ-RECORD FROM WS-QUOTE-ID.
           CLOSE QUOTE-SEQ.

       0950-END.

       0060-LOOKUP-CUSTOMER.
           DISPLAY 'Customer ID >>> '.
           ACCEPT WS-CUST-ID-INPUT.
           MOVE WS-CUST-ID-INPUT TO WS-QUOTE-CUST-ID.
           MOVE "N" TO IS-CUSTOMER-FOUND.
           MOVE "N" TO WS-CUST-EOF.

           OPEN INPUT CUSTOMER-LIST.

           IF WS-CUST-FILE-STATUS = "35" THEN
               DISPLAY "No customer catalog exists yet."
               DISPLAY "Customer " WS-QUOTE-CUST-ID " not found."
               PERFORM 0060-LOOKUP-CUSTOMER
           ELSE
               READ CUSTOMER-LIST INTO WS-CUST-DETAILS
                   AT END MOVE "Y" TO WS-CUST-EOF
               END-READ

               PERFORM UNTIL WS-CUST-EOF = "Y"
                   READ CUSTOMER-LIST INTO WS-CUST-DETAILS
                       AT END MOVE "Y" TO WS-CUST-EOF
                       NOT AT END
                           IF WS-CUSTOMER-ID = WS-QUOTE-CUST-ID THEN
                               MOVE WS-CUSTOMER-NAME TO WS-QUOTE-CLIENT
                               MOVE "Y" TO IS-CUSTOMER-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-LIST

               IF NOT CUSTOMER-FOUND THEN
                   DISPLAY "Customer " WS-QUOTE-CUST-ID " not found."
                   PERFORM 0060-LOOKUP-CUSTOMER
               END-IF
           END-IF.

       0060-END.

       0200-ENTER-PRODUCTS.
           DISPLAY 'Product ID >>> '.
           ACCEPT WS-ID-INPUT.
           MOVE WS-ID-INPUT TO WS-NEW-PRO-ID.
           DISPLAY 'Quantity >>> '.
           ACCEPT WS-QTY-INPUT.
           MOVE WS-QTY-INPUT TO WS-NEW-PRO-QTY.

           MOVE "N" TO IS-PRODUCT-FOUND.
           MOVE WS-NEW-PRO-ID TO PRODUCT-ID.

           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS = "35" THEN
               CLOSE PRODUCT-LIST
               DISPLAY "No product catalog exists yet."
               DISPLAY "Product " WS-NEW-PRO-ID " not found - "
                   "re-enter."
               PERFORM 0200-ENTER-PRODUCTS
           ELSE
               IF WS-PRODUCT-STATUS NOT = "00" THEN
                   DISPLAY "Product catalog open failed - "
                       "file status " WS-PRODUCT-STATUS "."
                   DISPLAY "The catalog may need rebuilding to "
                       "the current record layout."
                   PERFORM 0900-FINISH
               END-IF

               READ PRODUCT-LIST
                   INVALID KEY
                       MOVE "N" TO IS-PRODUCT-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO IS-PRODUCT-FOUND
                       MOVE PRODUCT-NAME TO WS-NEW-PRO-NAME
                       MOVE PRODUCT-PRICE TO WS-NEW-PRO-PRICE
                       MOVE PRODUCT-QTY-ON-HAND TO WS-NEW-PRO-STOCK
                       MOVE PRODUCT-CATEGORY TO WS-NEW-PRO-CATEGORY
               END-READ

               CLOSE PRODUCT-LIST

               IF NOT PRODUCT-FOUND THEN
                   DISPLAY "Product " WS-NEW-PRO-ID " not found - "
                       "re-enter."
                   PERFORM 0200-ENTER-PRODUCTS
               ELSE
                   IF WS-CART-COUNT >= 50 THEN
                       DISPLAY "Quote is full (50 items max) - "
                           "item not added."
                   ELSE
                       IF WS-NEW-PRO-QTY = 0 THEN
                           DISPLAY "Zero quantity - line not "
                               "added to the quote."
                       ELSE
                           IF WS-NEW-PRO-QTY > WS-NEW-PRO-STOCK
                               DISPLAY "Note: only "
                                   WS-NEW-PRO-STOCK " of "
                                   WS-NEW-PRO-NAME " on hand "
                                   "today."
                           END-IF

                           PERFORM 0220-APPLY-DISCOUNT
                           PERFORM 0225-APPLY-TAX

                           COMPUTE WS-NEW-PRO-TOTAL =
                               WS-NEW-PRO-PRICE * WS-NEW-PRO-QTY
                               * (1 - WS-DISC-PCT-APPLY / 100)
                           COMPUTE WS-QUOTE-TOTAL =
                               WS-QUOTE-TOTAL + WS-NEW-PRO-TOTAL

                           COMPUTE WS-NEW-PRO-TAX ROUNDED =
                               WS-NEW-PRO-TOTAL
                               * WS-TAX-RATE-APPLY / 100
                           COMPUTE WS-QUOTE-TAX =
                               WS-QUOTE-TAX + WS-NEW-PRO-TAX

                           MOVE WS-NEW-PRO-PRICE
                               TO DISPLAY-PRO-PRICE
                           MOVE WS-NEW-PRO-TOTAL
                               TO DISPLAY-PRO-TOTAL
                           MOVE WS-QUOTE-TOTAL TO DISPLAY-ORD-TOTAL
                           MOVE WS-NEW-PRO-QTY TO DISPLAY-PRO-QTY

                           DISPLAY "Quoted: ", DISPLAY-PRO-QTY, " ",
                               WS-NEW-PRO-NAME
                           DISPLAY "Subtotal: ", DISPLAY-PRO-TOTAL
                           DISPLAY "Quote total: ",
                               DISPLAY-ORD-TOTAL

                           PERFORM 0215-FORMAT-CART-LINE
                               THRU 0215-END

                           ADD 1 TO WS-CART-COUNT
                           MOVE WS-NEW-PRO-ID
                               TO WS-CART-PRODUCT-ID (WS-CART-COUNT)
                           MOVE WS-NEW-PRO-NAME
                               TO WS-CART-NAME (WS-CART-COUNT)
                           MOVE WS-NEW-PRO-PRICE
                               TO WS-CART-PRICE (WS-CART-COUNT)
                           MOVE WS-NEW-PRO-QTY
                               TO WS-CART-QTY (WS-CART-COUNT)
                           MOVE WS-NEW-PRO-TOTAL
                               TO WS-CART-ITEM-TOTAL (WS-CART-COUNT)
                           MOVE WS-DISC-PCT-APPLY
                               TO WS-CART-DISC-PCT (WS-CART-COUNT)
                           MOVE WS-NEW-PRO-TAX
                               TO WS-CART-TAX (WS-CART-COUNT)
                           MOVE CONCAT-CART-ROW
                               TO WS-CART-LINE (WS-CART-COUNT)
                       END-IF
                   END-IF

                   PERFORM 0205-PRODUCT-MENU THRU 0205-END
               END-IF
           END-IF.

       0200-END.

       0215-FORMAT-CART-LINE.
           STRING  WS-NEW-PRO-NAME (1:20)
                   ' '   DELIMITED BY SIZE
                   DISPLAY-PRO-PRICE (1:7)
                   ' '   DELIMITED BY SIZE
                   WS-NEW-PRO-QTY (1:3)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-PRO-TOTAL (1:7)
           INTO CONCAT-CART-ROW
           END-STRING.

       0215-END.

       0205-PRODUCT-MENU.
           DISPLAY "(Y)es add another, (R)emove last item,"
               " anything else to finish >>> ".
           ACCEPT IS-DONE-PRODUCT.

           IF REMOVE-LAST-PRODUCT THEN
               PERFORM 0230-REMOVE-LAST-ITEM THRU 0230-END
               PERFORM 0205-PRODUCT-MENU
           ELSE
               IF ENTER-NEW-PRODUCT THEN
                   PERFORM 0200-ENTER-PRODUCTS
               END-IF
           END-IF.

       0205-END.

       0230-REMOVE-LAST-ITEM.
           IF WS-CART-COUNT > 0 THEN
               SUBTRACT WS-CART-ITEM-TOTAL (WS-CART-COUNT)
                   FROM WS-QUOTE-TOTAL
               SUBTRACT WS-CART-TAX (WS-CART-COUNT)
                   FROM WS-QUOTE-TAX
               SUBTRACT 1 FROM WS-CART-COUNT
               MOVE WS-QUOTE-TOTAL TO DISPLAY-ORD-TOTAL
               DISPLAY "Last item removed. Quote total: "
                   DISPLAY-ORD-TOTAL
           ELSE
               DISPLAY "No items to remove."
           END-IF.

       0230-END.

       0250-PRINT-QUOTE.
           STRING  'QUOTE: ' DELIMITED BY SIZE
                   WS-QUOTE-ID (1:3)
                   'CUST: ' DELIMITED BY SIZE
                   WS-QUOTE-CUST-ID (1:4)
                   ' '   DELIMITED BY SIZE
                   WS-QUOTE-CLIENT (1:20)
           INTO CONCAT-QUOTE
           END-STRING.

           STRING  'DATE: ' DELIMITED BY SIZE
                   WS-QUOTE-DATE (1:8)
           INTO CONCAT-DATE
           END-STRING.

           STRING  'VALID TO: ' DELIMITED BY SIZE
                   WS-QUOTE-VALID-TO (1:8)
           INTO CONCAT-VALID
           END-STRING.

           MOVE SPACES TO FILENAME.
           STRING  'quote_'
                   WS-QUOTE-ID
                   '.txt'
           INTO FILENAME
           END-STRING.

           COMPUTE WS-QUOTE-GRAND = WS-QUOTE-TOTAL + WS-QUOTE-TAX.

           MOVE WS-QUOTE-TAX TO DISPLAY-ORD-TAX.
           MOVE WS-QUOTE-GRAND TO DISPLAY-GRD-TOTAL.

           OPEN OUTPUT QUOTE-LIST.

           WRITE NEWRECORD FROM HEAD-LINE.
           WRITE NEWRECORD FROM CONCAT-QUOTE.
           WRITE NEWRECORD FROM CONCAT-DATE.
           WRITE NEWRECORD FROM CONCAT-VALID.
           WRITE NEWRECORD FROM DIVISOR.
           WRITE NEWRECORD FROM CART-LINE.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               WRITE NEWRECORD FROM WS-CART-LINE (WS-CART-IDX)
           END-PERFORM.

           STRING  '********************* SALES TAX'
                   ' '   DELIMITED BY SIZE
                   DISPLAY-ORD-TAX (1:7)
           INTO TAX-LINE
           END-STRING.

           STRING  '******************* QUOTE TOTAL'
                   ' '   DELIMITED BY SIZE
                   DISPLAY-GRD-TOTAL (1:8)
           INTO FOOT-LINE
           END-STRING.

           WRITE NEWRECORD FROM TAX-LINE.
           WRITE NEWRECORD FROM FOOT-LINE.
           WRITE NEWRECORD FROM DIVISOR.
           WRITE NEWRECORD FROM NOTE-LINE.
           WRITE NEWRECORD FROM NOTE-LINE-2.
           CLOSE QUOTE-LIST.

           DISPLAY "Quote: ", WS-QUOTE-ID, " Client: ",
               WS-QUOTE-CLIENT.
           DISPLAY "Tax: ", DISPLAY-ORD-TAX.
           DISPLAY "Total: ", DISPLAY-GRD-TOTAL.

       0250-END.

       0260-WRITE-QUOTE-LINES.
           OPEN EXTEND QUOTE-FILE.

           IF WS-QT-STATUS = "35" THEN
               OPEN OUTPUT QUOTE-FILE
           END-IF.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               MOVE "O" TO QT-STATUS
               MOVE WS-QUOTE-ID TO QT-QUOTE-ID
               MOVE WS-QUOTE-DATE TO QT-DATE
               MOVE WS-QUOTE-VALID-TO TO QT-VALID-TO
               MOVE WS-QUOTE-CUST-ID TO QT-CUST-ID
               MOVE WS-CART-PRODUCT-ID (WS-CART-IDX)
                   TO QT-PRODUCT-ID
               MOVE WS-CART-QTY (WS-CART-IDX) TO QT-QTY
               MOVE WS-CART-PRICE (WS-CART-IDX) TO QT-PRICE
               MOVE WS-CART-DISC-PCT (WS-CART-IDX) TO QT-DISC-PCT
               MOVE WS-CART-ITEM-TOTAL (WS-CART-IDX) TO QT-SUBTOTAL
               MOVE WS-CART-TAX (WS-CART-IDX) TO QT-TAX
               MOVE WS-OPERATOR-ID TO QT-OPERATOR-ID
               MOVE 0 TO QT-ORDER-ID
               WRITE QT-DETAILS
           END-PERFORM.

           CLOSE QUOTE-FILE.

       0260-END.

       0220-APPLY-DISCOUNT.
           MOVE 0 TO WS-DISC-PCT-APPLY.

           PERFORM 0222-CHECK-PRICE-AGREEMENT THRU 0222-END.

           IF AGREE-PRICE-FOUND THEN
               MOVE WS-AGREE-PRICE TO WS-NEW-PRO-PRICE
               DISPLAY "Contract price applied for customer "
                   WS-QUOTE-CUST-ID "."
           ELSE
               PERFORM VARYING WS-DISC-IDX FROM 1 BY 1
                       UNTIL WS-DISC-IDX > WS-DISC-COUNT
                   IF (WS-DISC-CATEGORY (WS-DISC-IDX)
                           = WS-NEW-PRO-CATEGORY
                       OR WS-DISC-CATEGORY (WS-DISC-IDX) = "ALL")
                       AND WS-NEW-PRO-QTY >=
                           WS-DISC-MIN-QTY (WS-DISC-IDX)
                       MOVE WS-DISC-PCT (WS-DISC-IDX)
                           TO WS-DISC-PCT-APPLY
                   END-IF
               END-PERFORM

               IF AGREE-DISC-FOUND THEN
                   ADD WS-AGREE-DISC-PCT TO WS-DISC-PCT-APPLY
                   DISPLAY "Contract discount applied for "
                       "customer " WS-QUOTE-CUST-ID "."
               END-IF
           END-IF.

       0222-CHECK-PRICE-AGREEMENT.
           MOVE SPACE TO WS-AGREE-MATCH.
           MOVE "N" TO WS-AGREE-PRODUCT.
           MOVE "N" TO WS-PA-EOF.

           OPEN INPUT PRICE-AGREE.

           IF WS-PA-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PA-EOF = "Y"
                   READ PRICE-AGREE
                       AT END MOVE "Y" TO WS-PA-EOF
                       NOT AT END
                           PERFORM 0224-MATCH-ONE-AGREEMENT
                               THRU 0224-END
                   END-READ
               END-PERFORM

               CLOSE PRICE-AGREE
           END-IF.

       0222-END.

       0224-MATCH-ONE-AGREEMENT.
           IF PA-CUST-ID = WS-QUOTE-CUST-ID
                   AND PA-FROM-DATE <= WS-QUOTE-DATE
                   AND PA-TO-DATE >= WS-QUOTE-DATE
               IF PA-PRODUCT-ID = WS-NEW-PRO-ID THEN
                   MOVE "Y" TO WS-AGREE-PRODUCT
                   MOVE PA-TYPE TO WS-AGREE-MATCH
                   MOVE PA-PRICE TO WS-AGREE-PRICE
                   MOVE PA-DISC-PCT TO WS-AGREE-DISC-PCT
               ELSE
                   IF PA-PRODUCT-ID = SPACES
                           AND PA-CATEGORY = WS-NEW-PRO-CATEGORY
                           AND WS-AGREE-PRODUCT = "N"
                       MOVE PA-TYPE TO WS-AGREE-MATCH
                       MOVE PA-PRICE TO WS-AGREE-PRICE
                       MOVE PA-DISC-PCT TO WS-AGREE-DISC-PCT
                   END-IF
               END-IF
           END-IF.

       0224-END.

       0225-APPLY-TAX.
           MOVE 0 TO WS-TAX-RATE-APPLY.
           MOVE "N" TO WS-TAX-CAT-FOUND.

           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
               IF WS-TAX-CATEGORY (WS-TAX-IDX) = WS-NEW-PRO-CATEGORY
                   MOVE WS-TAX-RATE (WS-TAX-IDX)
                       TO WS-TAX-RATE-APPLY
                   MOVE "Y" TO WS-TAX-CAT-FOUND
               END-IF
           END-PERFORM.

           IF NOT TAX-CAT-FOUND THEN
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   IF WS-TAX-CATEGORY (WS-TAX-IDX) = "ALL"
                       MOVE WS-TAX-RATE (WS-TAX-IDX)
                           TO WS-TAX-RATE-APPLY
                   END-IF
               END-PERFORM
           END-IF.

       0020-SIGN-ON.
           DISPLAY "Operator ID >>> ".
           ACCEPT WS-OP-ID-INPUT.
           DISPLAY "Operator PIN >>> ".
           ACCEPT WS-OP-PIN-INPUT.

           MOVE "N" TO IS-OPERATOR-FOUND.
           MOVE "N" TO WS-OP-EOF.

           OPEN INPUT OPERATOR-LIST.

           IF WS-OP-FILE-STATUS = "35" THEN
               DISPLAY "No operator file exists yet - run the "
                   "operator maintenance program first."
               PERFORM 0910-ABORT-RUN
           ELSE
               READ OPERATOR-LIST INTO WS-OP-DUMMY
                   AT END MOVE "Y" TO WS-OP-EOF
               END-READ

               PERFORM UNTIL WS-OP-EOF = "Y"
                   READ OPERATOR-LIST INTO WS-OP-DETAILS
                       AT END MOVE "Y" TO WS-OP-EOF
                       NOT AT END
                           IF WS-OP-REC-ID = WS-OP-ID-INPUT
                                   AND WS-OP-REC-PIN
                                       = WS-OP-PIN-INPUT
                               MOVE "Y" TO IS-OPERATOR-FOUND
                               MOVE WS-OP-REC-NAME
                                   TO WS-OPERATOR-NAME
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPERATOR-LIST

               IF NOT OPERATOR-FOUND THEN
                   DISPLAY "Operator ID or PIN not recognized."
                   PERFORM 0020-SIGN-ON
               ELSE
                   MOVE WS-OP-ID-INPUT TO WS-OPERATOR-ID
                   DISPLAY "Signed on: " WS-OPERATOR-NAME
               END-IF
           END-IF.

       0020-END.

       0900-FINISH.
           DISPLAY "Thank you and goodbye.".
           STOP RUN.

       0910-ABORT-RUN.
           DISPLAY "Thank you and goodbye.".
           STOP RUN.
           END PROGRAM QUOTES.
