       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-LIST ASSIGN TO "productsList.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRODUCT-ID
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT SUPPLIER-LIST ASSIGN TO "supplierList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT CUSTOMER-LIST ASSIGN TO "customerList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.

           SELECT PO-FILE ASSIGN TO "PO-FILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT PRICE-AGREE ASSIGN TO "PRICE-AGREE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT STOCK-LOC ASSIGN TO "STOCK-LOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

           SELECT AP-LEDGER ASSIGN TO "AP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT ORDER-TRANS ASSIGN TO "ORDER-TRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT STOCK-JOURNAL ASSIGN TO "STOCK-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QT-STATUS.

           SELECT SUPP-INVOICE ASSIGN TO "SUPP-INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SI-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

           SELECT RECEIPT-HIST ASSIGN TO "RECEIPT-HIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RH-STATUS.

           SELECT AUDIT-REPORT ASSIGN TO "integrity_audit.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

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

           FD SUPPLIER-LIST.
           01 SUPP-RECORD     PIC X(36).

           FD CUSTOMER-LIST.
           01 CUST-DETAILS.
               05  CUSTOMER-ID     PIC X(4).
               05  CUSTOMER-NAME   PIC X(20).
               05  CUSTOMER-CREDIT-LIMIT PIC 9(5)V99.

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
               05  OPERATOR-NAME   PIC X(20).
               05  OPERATOR-PIN    PIC X(4).

           FD BACKORDER-FILE.
           01 BO-DETAILS.
               05  BO-STATUS          PIC X.
               05  BO-CUST-ID         PIC X(4).
               05  BO-PRODUCT-ID      PIC X(4).
               05  BO-QTY             PIC 9(3)V99.
               05  BO-DATE            PIC 9(8).

           FD PO-FILE.
           01 PO-DETAILS.
               05  PO-STATUS          PIC X.
               05  PO-NUMBER          PIC 9(5).
               05  PO-PRODUCT-ID      PIC X(4).
               05  PO-SUPPLIER-ID     PIC X(4).
               05  PO-QTY-ORDERED     PIC 9(5).
               05  PO-QTY-RECEIVED    PIC 9(5).
               05  PO-ORDER-DATE      PIC 9(8).
               05  PO-EXPECTED-DATE   PIC 9(8).
               05  PO-UNIT-PRICE      PIC 9(3)V99.
               05  PO-LINE            PIC 9(3).

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

           FD STOCK-LOC.
           01 SL-DETAILS.
               05  SL-PRODUCT-ID      PIC X(4).
               05  SL-LOCATION        PIC X(2).
               05  SL-QTY             PIC 9(5).

           FD STOCK-LOT.
           01 LT-DETAILS.
               05  LT-PRODUCT-ID      PIC X(4).
               05  LT-LOCATION        PIC X(2).
               05  LT-LOT-NO          PIC X(10).
               05  LT-EXPIRY-DATE     PIC 9(8).
               05  LT-QTY             PIC 9(5).

           FD AR-LEDGER.
           01 AR-DETAILS.
               05  AR-TYPE            PIC X.
               05  AR-CUST-ID         PIC X(4).
               05  AR-DATE            PIC 9(8).
               05  AR-REF             PIC X(10).
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

           FD ORDER-TRANS.
           01 TRANS-DETAILS.
               05  OT-TYPE            PIC X.
               05  OT-ORDER-ID        PIC 9(3).
               05  OT-DATE            PIC 9(8).
               05  OT-CUST-ID         PIC X(4).
               05  OT-PRODUCT-ID      PIC X(4).
               05  OT-QTY             PIC 9(3)V99.
               05  OT-PRICE           PIC 9(3)V99.
               05  OT-DISC-PCT        PIC 99V99.
               05  OT-SUBTOTAL        PIC 9(3)V99.
               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-PRODUCT-ID      PIC X(4).
               05  SJ-OLD-QTY         PIC 9(5).
               05  SJ-NEW-QTY         PIC 9(5).
               05  SJ-TYPE            PIC X(2).
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

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

           FD SUPP-INVOICE.
           01 SI-DETAILS.
               05  SI-STATUS          PIC X.
               05  SI-SUPPLIER-ID     PIC X(4).
               05  SI-INVOICE-NO      PIC X(10).
               05  SI-PO-NUMBER       PIC 9(5).
               05  SI-PRODUCT-ID      PIC X(4).
               05  SI-QTY             PIC 9(5).
               05  SI-PRICE           PIC 9(3)V99.
               05  SI-AMOUNT          PIC 9(7)V99.
               05  SI-INV-DATE        PIC 9(8).
               05  SI-DUE-DATE        PIC 9(8).
               05  SI-POST-DATE       PIC 9(8).
               05  SI-REASON          PIC X(2).
               05  SI-OPERATOR-ID     PIC X(4).
               05  SI-PO-LINE         PIC 9(3).

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

           FD RECEIPT-HIST.
           01 RH-DETAILS.
               05  RH-PO-NUMBER       PIC 9(5).
               05  RH-PO-LINE         PIC 9(3).
               05  RH-PRODUCT-ID      PIC X(4).
               05  RH-SUPPLIER-ID     PIC X(4).
               05  RH-RECEIPT-DATE    PIC 9(8).
               05  RH-DELIVERY-REF    PIC X(10).
               05  RH-QTY             PIC 9(5).
               05  RH-QTY-ORDERED     PIC 9(5).
               05  RH-ORDER-DATE      PIC 9(8).
               05  RH-EXPECTED-DATE   PIC 9(8).
               05  RH-OPERATOR-ID     PIC X(4).

           FD AUDIT-REPORT.
           01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-PRODUCT-STATUS   PIC X(2).
           01  WS-SUPP-FILE-STATUS PIC X(2).
           01  WS-CUST-FILE-STATUS PIC X(2).
           01  WS-OP-FILE-STATUS   PIC X(2).
           01  WS-BO-STATUS        PIC X(2).
           01  WS-PO-STATUS        PIC X(2).
           01  WS-PA-STATUS        PIC X(2).
           01  WS-LOC-STATUS       PIC X(2).
           01  WS-LOT-STATUS       PIC X(2).
           01  WS-AR-STATUS        PIC X(2).
           01  WS-AP-STATUS        PIC X(2).
           01  WS-TRANS-STATUS     PIC X(2).
           01  WS-JRNL-STATUS      PIC X(2).
           01  WS-QT-STATUS        PIC X(2).
           01  WS-SI-STATUS        PIC X(2).
           01  WS-DL-STATUS        PIC X(2).
           01  WS-RH-STATUS        PIC X(2).

           01  WS-EOF              PIC X VALUE "N".

           01  WS-AUDIT-DATE       PIC 9(8).

           01  WS-DUMMY-HEADER     PIC X(36).

           01  WS-PROD-COUNT       PIC 9(3) VALUE 0.
           01  WS-PROD-IDX         PIC 9(3) VALUE 0.
           01  WS-PROD-OVERFLOW    PIC X VALUE "N".

           01  WS-PRODUCT-TABLE.
               05  WS-PROD-ROWS OCCURS 400 TIMES.
                   10  WS-PROD-ID         PIC X(4).
                   10  WS-PROD-SUPP-ID    PIC X(4).

           01  WS-SUPP-COUNT       PIC 9(3) VALUE 0.
           01  WS-SUPP-IDX         PIC 9(3) VALUE 0.
           01  WS-SUPP-OVERFLOW    PIC X VALUE "N".

           01  WS-SUPPLIER-TABLE.
               05  WS-SUPP-ROWS OCCURS 100 TIMES.
                   10  WS-SUPP-ID         PIC X(4).
                   10  WS-SUPP-NAME       PIC X(20).
                   10  WS-SUPP-PHONE      PIC X(12).

           01  WS-CUST-COUNT       PIC 9(3) VALUE 0.
           01  WS-CUST-IDX         PIC 9(3) VALUE 0.
           01  WS-CUST-OVERFLOW    PIC X VALUE "N".

           01  WS-CUSTOMER-TABLE.
               05  WS-CUST-ROWS OCCURS 100 TIMES.
                   10  WS-CUST-ID         PIC X(4).
                   10  WS-CUST-NAME       PIC X(20).
                   10  WS-CUST-LIMIT      PIC 9(5)V99.

           01  WS-OPER-COUNT       PIC 9(3) VALUE 0.
           01  WS-OPER-IDX         PIC 9(3) VALUE 0.
           01  WS-OPER-OVERFLOW    PIC X VALUE "N".

           01  WS-OPERATOR-TABLE.
               05  WS-OPER-ROWS OCCURS 100 TIMES.
                   10  WS-OPER-ID         PIC X(4).
                   10  WS-OPER-NAME       PIC X(20).
                   10  WS-OPER-PIN        PIC X(4).

           01  WS-PO-COUNT         PIC 9(3) VALUE 0.
           01  WS-PO-IDX           PIC 9(3) VALUE 0.
           01  WS-PO-OVERFLOW      PIC X VALUE "N".

           01  WS-PO-TABLE.
               05  WS-PO-NUMBERS OCCURS 200 TIMES PIC 9(5).

           01  WS-LOOK-ID          PIC X(4).
           01  WS-LOOK-PO          PIC 9(5).

           01  WS-LOOK-FOUND       PIC X.
               88  LOOK-FOUND       VALUE "Y".

           01  WS-REC-NO           PIC 9(5) VALUE 0.

           01  WS-FINDING.
               05  WS-FND-SEV          PIC X(5).
               05  WS-FND-FILE         PIC X(17).
               05  WS-FND-KEY          PIC X(20).
               05  WS-FND-TEXT         PIC X(30).

           01  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
           01  WS-WARN-COUNT       PIC 9(5) VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-REC-NO      PIC ZZZZ9.
               05  DISPLAY-COUNT       PIC ZZZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "REFERENTIAL INTEGRITY AUDIT".

           01  COLS-LINE.
               05  FILLER          PIC X(35) VALUE
                   "  SEV    FILE               RECORD ".
               05  FILLER          PIC X(35) VALUE
                   "                 PROBLEM".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT AUDIT-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:27)
                   '  '   DELIMITED BY SIZE
                   WS-AUDIT-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM COLS-LINE.

           PERFORM 0200-LOAD-PRODUCTS THRU 0200-END.
           PERFORM 0210-LOAD-SUPPLIERS THRU 0210-END.
           PERFORM 0220-LOAD-CUSTOMERS THRU 0220-END.
           PERFORM 0230-LOAD-OPERATORS THRU 0230-END.
           PERFORM 0240-LOAD-PO-NUMBERS THRU 0240-END.

           PERFORM 0300-CHECK-PRODUCT-SUPPLIERS THRU 0300-END.
           PERFORM 0310-CHECK-BACKORDERS THRU 0310-END.
           PERFORM 0320-CHECK-PURCHASE-ORDERS THRU 0320-END.
           PERFORM 0327-CHECK-RECEIPTS THRU 0327-END.
           PERFORM 0330-CHECK-AGREEMENTS THRU 0330-END.
           PERFORM 0340-CHECK-STOCK-LOC THRU 0340-END.
           PERFORM 0350-CHECK-STOCK-LOT THRU 0350-END.
           PERFORM 0360-CHECK-AR-LEDGER THRU 0360-END.
           PERFORM 0370-CHECK-AP-LEDGER THRU 0370-END.
           PERFORM 0375-CHECK-SUPP-INVOICES THRU 0375-END.
           PERFORM 0380-CHECK-ORDER-TRANS THRU 0380-END.
           PERFORM 0387-CHECK-DELIVERIES THRU 0387-END.
           PERFORM 0390-CHECK-STOCK-JOURNAL THRU 0390-END.
           PERFORM 0395-CHECK-QUOTES THRU 0395-END.

           PERFORM 0900-PRINT-TOTALS THRU 0900-END.

           CLOSE AUDIT-REPORT.

           DISPLAY WS-ERROR-COUNT " error(s) and " WS-WARN-COUNT
               " warning(s) found.".
           DISPLAY "Report written to integrity_audit.txt.".

           IF WS-ERROR-COUNT > 0 THEN
               DISPLAY "Correct the errors before running "
                   "DAILY-CLOSE."
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-PRODUCTS.
           MOVE 0 TO WS-PROD-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS = "35" THEN
               DISPLAY "No product catalog exists yet."
               GO TO 0200-END
           END-IF.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               CLOSE AUDIT-REPORT
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ PRODUCT-LIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PROD-COUNT >= 400 THEN
                           MOVE "Y" TO WS-PROD-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PRODUCT-ID
                               TO WS-PROD-ID (WS-PROD-COUNT)
                           MOVE PRODUCT-SUPPLIER-ID
                               TO WS-PROD-SUPP-ID (WS-PROD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PRODUCT-LIST.

           IF WS-PROD-OVERFLOW = "Y" THEN
               MOVE "ERROR" TO WS-FND-SEV
               MOVE "productsList.dat" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "OVER 400 ROWS - AUDIT PARTIAL"
                   TO WS-FND-TEXT
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0200-END.

       0210-LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPP-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SUPPLIER-LIST.

           IF WS-SUPP-FILE-STATUS = "35" THEN
               DISPLAY "No supplier master exists yet."
           ELSE
               READ SUPPLIER-LIST INTO WS-DUMMY-HEADER
                   AT END MOVE "Y" TO WS-EOF
               END-READ

               PERFORM UNTIL WS-EOF = "Y"
                   IF WS-SUPP-COUNT >= 100 THEN
                       MOVE "Y" TO WS-SUPP-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-SUPP-COUNT
                       READ SUPPLIER-LIST
                           INTO WS-SUPP-ROWS (WS-SUPP-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-SUPP-COUNT
                               MOVE "Y" TO WS-EOF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE SUPPLIER-LIST
           END-IF.

           IF WS-SUPP-OVERFLOW = "Y" THEN
               MOVE "ERROR" TO WS-FND-SEV
               MOVE "supplierList.txt" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "OVER 100 ROWS - AUDIT PARTIAL"
                   TO WS-FND-TEXT
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0210-END.

       0220-LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT CUSTOMER-LIST.

           IF WS-CUST-FILE-STATUS = "35" THEN
               DISPLAY "No customer master exists yet."
           ELSE
               READ CUSTOMER-LIST INTO WS-DUMMY-HEADER
                   AT END MOVE "Y" TO WS-EOF
               END-READ

               PERFORM UNTIL WS-EOF = "Y"
                   IF WS-CUST-COUNT >= 100 THEN
                       MOVE "Y" TO WS-CUST-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-CUST-COUNT
                       READ CUSTOMER-LIST
                           INTO WS-CUST-ROWS (WS-CUST-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-CUST-COUNT
                               MOVE "Y" TO WS-EOF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE CUSTOMER-LIST
           END-IF.

           IF WS-CUST-OVERFLOW = "Y" THEN
               MOVE "ERROR" TO WS-FND-SEV
               MOVE "customerList.txt" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "OVER 100 ROWS - AUDIT PARTIAL"
                   TO WS-FND-TEXT
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0220-END.

       0230-LOAD-OPERATORS.
           MOVE 0 TO WS-OPER-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT OPERATOR-LIST.

           IF WS-OP-FILE-STATUS = "35" THEN
               DISPLAY "No operator master exists yet."
           ELSE
               READ OPERATOR-LIST INTO WS-DUMMY-HEADER
                   AT END MOVE "Y" TO WS-EOF
               END-READ

               PERFORM UNTIL WS-EOF = "Y"
                   IF WS-OPER-COUNT >= 100 THEN
                       MOVE "Y" TO WS-OPER-OVERFLOW
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-OPER-COUNT
                       READ OPERATOR-LIST
                           INTO WS-OPER-ROWS (WS-OPER-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-OPER-COUNT
                               MOVE "Y" TO WS-EOF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE OPERATOR-LIST
           END-IF.

           IF WS-OPER-OVERFLOW = "Y" THEN
               MOVE "ERROR" TO WS-FND-SEV
               MOVE "operatorList.txt" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "OVER 100 ROWS - AUDIT PARTIAL"
                   TO WS-FND-TEXT
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0230-END.

       0240-LOAD-PO-NUMBERS.
           MOVE 0 TO WS-PO-COUNT.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PO-FILE.

           IF WS-PO-STATUS = "35" THEN
               GO TO 0240-END
           END-IF.

           PERFORM UNTIL WS-EOF = "Y"
               READ PO-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PO-COUNT >= 200 THEN
                           MOVE "Y" TO WS-PO-OVERFLOW
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-PO-COUNT
                           MOVE PO-NUMBER
                               TO WS-PO-NUMBERS (WS-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE PO-FILE.

           IF WS-PO-OVERFLOW = "Y" THEN
               MOVE "ERROR" TO WS-FND-SEV
               MOVE "PO-FILE.DAT" TO WS-FND-FILE
               MOVE SPACES TO WS-FND-KEY
               MOVE "OVER 200 ROWS - AUDIT PARTIAL"
                   TO WS-FND-TEXT
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0240-END.

       0300-CHECK-PRODUCT-SUPPLIERS.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-SUPP-ID (WS-PROD-IDX) NOT = SPACES
                   MOVE WS-PROD-SUPP-ID (WS-PROD-IDX) TO WS-LOOK-ID
                   PERFORM 0720-FIND-SUPPLIER THRU 0720-END
                   IF NOT LOOK-FOUND THEN
                       MOVE "ERROR" TO WS-FND-SEV
                       MOVE "productsList.dat" TO WS-FND-FILE
                       MOVE SPACES TO WS-FND-KEY
                       STRING  'PRODUCT ' DELIMITED BY SIZE
                               WS-PROD-ID (WS-PROD-IDX)
                       INTO WS-FND-KEY
                       END-STRING
                       MOVE SPACES TO WS-FND-TEXT
                       STRING  'SUPPLIER ' DELIMITED BY SIZE
                               WS-LOOK-ID (1:4)
                               ' NOT ON FILE' DELIMITED BY SIZE
                       INTO WS-FND-TEXT
                       END-STRING
                       PERFORM 0800-WRITE-FINDING THRU 0800-END
                   END-IF
               END-IF
           END-PERFORM.

       0300-END.

       0310-CHECK-BACKORDERS.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT BACKORDER-FILE.

           IF WS-BO-STATUS = "35" THEN
               GO TO 0310-END
           END-IF.

           MOVE "BACKORDER.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ BACKORDER-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0315-CHECK-ONE-BACKORDER
                           THRU 0315-END
               END-READ
           END-PERFORM.

           CLOSE BACKORDER-FILE.

       0310-END.

       0315-CHECK-ONE-BACKORDER.
           IF BO-STATUS = "O" THEN
               MOVE "ERROR" TO WS-FND-SEV
           ELSE
               MOVE "WARN" TO WS-FND-SEV
           END-IF.

           MOVE BO-PRODUCT-ID TO WS-LOOK-ID.
           PERFORM 0710-FIND-PRODUCT THRU 0710-END.

           IF NOT LOOK-FOUND THEN
               PERFORM 0810-SET-REC-KEY THRU 0810-END
               MOVE SPACES TO WS-FND-TEXT
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           IF BO-STATUS = "O" THEN
               MOVE BO-CUST-ID TO WS-LOOK-ID
               PERFORM 0730-FIND-CUSTOMER THRU 0730-END
               IF NOT LOOK-FOUND THEN
                   PERFORM 0810-SET-REC-KEY THRU 0810-END
                   MOVE SPACES TO WS-FND-TEXT
                   STRING  'CUSTOMER ' DELIMITED BY SIZE
                           WS-LOOK-ID (1:4)
                           ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
                   END-STRING
                   PERFORM 0800-WRITE-FINDING THRU 0800-END
               END-IF
           END-IF.

       0315-END.

       0320-CHECK-PURCHASE-ORDERS.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PO-FILE.

           IF WS-PO-STATUS = "35" THEN
               GO TO 0320-END
           END-IF.

           MOVE "PO-FILE.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ PO-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0325-CHECK-ONE-PO THRU 0325-END
               END-READ
           END-PERFORM.

           CLOSE PO-FILE.

       0320-END.

       0325-CHECK-ONE-PO.
           IF PO-STATUS = "O" THEN
               MOVE "ERROR" TO WS-FND-SEV
           ELSE
               MOVE "WARN" TO WS-FND-SEV
           END-IF.

           MOVE SPACES TO WS-FND-KEY.
           STRING  'PO ' DELIMITED BY SIZE
                   PO-NUMBER (1:5)
           INTO WS-FND-KEY
           END-STRING.

           MOVE PO-PRODUCT-ID TO WS-LOOK-ID.
           PERFORM 0710-FIND-PRODUCT THRU 0710-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           MOVE PO-SUPPLIER-ID TO WS-LOOK-ID.
           PERFORM 0720-FIND-SUPPLIER THRU 0720-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'SUPPLIER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0325-END.

       0327-CHECK-RECEIPTS.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT RECEIPT-HIST.

           IF WS-RH-STATUS = "35" THEN
               GO TO 0327-END
           END-IF.

           MOVE "RECEIPT-HIST.DAT" TO WS-FND-FILE.
           MOVE "WARN" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ RECEIPT-HIST
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0328-CHECK-ONE-RECEIPT THRU 0328-END
               END-READ
           END-PERFORM.

           CLOSE RECEIPT-HIST.

       0327-END.

       0328-CHECK-ONE-RECEIPT.
           MOVE RH-PRODUCT-ID TO WS-LOOK-ID.
           PERFORM 0710-FIND-PRODUCT THRU 0710-END.

           IF NOT LOOK-FOUND THEN
               PERFORM 0810-SET-REC-KEY THRU 0810-END
               MOVE SPACES TO WS-FND-TEXT
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0328-END.

       0330-CHECK-AGREEMENTS.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT PRICE-AGREE.

           IF WS-PA-STATUS = "35" THEN
               GO TO 0330-END
           END-IF.

           MOVE "PRICE-AGREE.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ PRICE-AGREE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0335-CHECK-ONE-AGREEMENT
                           THRU 0335-END
               END-READ
           END-PERFORM.

           CLOSE PRICE-AGREE.

       0330-END.

       0335-CHECK-ONE-AGREEMENT.
           IF PA-TO-DATE < WS-AUDIT-DATE THEN
               MOVE "WARN" TO WS-FND-SEV
           ELSE
               MOVE "ERROR" TO WS-FND-SEV
           END-IF.

           MOVE PA-CUST-ID TO WS-LOOK-ID.
           PERFORM 0730-FIND-CUSTOMER THRU 0730-END.

           IF NOT LOOK-FOUND THEN
               PERFORM 0810-SET-REC-KEY THRU 0810-END
               MOVE SPACES TO WS-FND-TEXT
               STRING  'CUSTOMER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           IF PA-PRODUCT-ID NOT = SPACES THEN
               MOVE PA-PRODUCT-ID TO WS-LOOK-ID
               PERFORM 0710-FIND-PRODUCT THRU 0710-END
               IF NOT LOOK-FOUND THEN
                   PERFORM 0810-SET-REC-KEY THRU 0810-END
                   MOVE SPACES TO WS-FND-TEXT
                   STRING  'PRODUCT ' DELIMITED BY SIZE
                           WS-LOOK-ID (1:4)
                           ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
                   END-STRING
                   PERFORM 0800-WRITE-FINDING THRU 0800-END
               END-IF
           END-IF.

       0335-END.

       0340-CHECK-STOCK-LOC.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STOCK-LOC.

           IF WS-LOC-STATUS = "35" THEN
               GO TO 0340-END
           END-IF.

           MOVE "STOCK-LOC.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ STOCK-LOC
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE SL-PRODUCT-ID TO WS-LOOK-ID
                       PERFORM 0710-FIND-PRODUCT THRU 0710-END
                       IF NOT LOOK-FOUND THEN
                           IF SL-QTY > 0 THEN
                               MOVE "ERROR" TO WS-FND-SEV
                           ELSE
                               MOVE "WARN" TO WS-FND-SEV
                           END-IF
                           MOVE SPACES TO WS-FND-KEY
                           STRING  'LOC ' DELIMITED BY SIZE
                                   SL-LOCATION (1:2)
                                   ' PRODUCT ' DELIMITED BY SIZE
                                   SL-PRODUCT-ID (1:4)
                           INTO WS-FND-KEY
                           END-STRING
                           MOVE "PRODUCT NOT ON FILE" TO WS-FND-TEXT
                           PERFORM 0800-WRITE-FINDING THRU 0800-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-LOC.

       0340-END.

       0350-CHECK-STOCK-LOT.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STOCK-LOT.

           IF WS-LOT-STATUS = "35" THEN
               GO TO 0350-END
           END-IF.

           MOVE "STOCK-LOT.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ STOCK-LOT
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE LT-PRODUCT-ID TO WS-LOOK-ID
                       PERFORM 0710-FIND-PRODUCT THRU 0710-END
                       IF NOT LOOK-FOUND THEN
                           IF LT-QTY > 0 THEN
                               MOVE "ERROR" TO WS-FND-SEV
                           ELSE
                               MOVE "WARN" TO WS-FND-SEV
                           END-IF
                           MOVE SPACES TO WS-FND-KEY
                           STRING  'LOT ' DELIMITED BY SIZE
                                   LT-LOT-NO (1:10)
                           INTO WS-FND-KEY
                           END-STRING
                           MOVE SPACES TO WS-FND-TEXT
                           STRING  'PRODUCT ' DELIMITED BY SIZE
                                   WS-LOOK-ID (1:4)
                                   ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                           END-STRING
                           PERFORM 0800-WRITE-FINDING THRU 0800-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-LOT.

       0350-END.

       0360-CHECK-AR-LEDGER.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AR-LEDGER.

           IF WS-AR-STATUS = "35" THEN
               GO TO 0360-END
           END-IF.

           MOVE "AR-LEDGER.DAT" TO WS-FND-FILE.
           MOVE "ERROR" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ AR-LEDGER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE AR-CUST-ID TO WS-LOOK-ID
                       PERFORM 0730-FIND-CUSTOMER THRU 0730-END
                       IF NOT LOOK-FOUND THEN
                           MOVE SPACES TO WS-FND-KEY
                           STRING  AR-TYPE (1:1)
                                   ' '   DELIMITED BY SIZE
                                   AR-REF (1:10)
                           INTO WS-FND-KEY
                           END-STRING
                           MOVE SPACES TO WS-FND-TEXT
                           STRING  'CUSTOMER ' DELIMITED BY SIZE
                                   WS-LOOK-ID (1:4)
                                   ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                           END-STRING
                           PERFORM 0800-WRITE-FINDING THRU 0800-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AR-LEDGER.

       0360-END.

       0370-CHECK-AP-LEDGER.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               GO TO 0370-END
           END-IF.

           MOVE "AP-LEDGER.DAT" TO WS-FND-FILE.
           MOVE "ERROR" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ AP-LEDGER
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE AP-SUPP-ID TO WS-LOOK-ID
                       PERFORM 0720-FIND-SUPPLIER THRU 0720-END
                       IF NOT LOOK-FOUND THEN
                           MOVE SPACES TO WS-FND-KEY
                           STRING  AP-TYPE (1:1)
                                   ' '   DELIMITED BY SIZE
                                   AP-REF (1:10)
                           INTO WS-FND-KEY
                           END-STRING
                           MOVE SPACES TO WS-FND-TEXT
                           STRING  'SUPPLIER ' DELIMITED BY SIZE
                                   WS-LOOK-ID (1:4)
                                   ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                           END-STRING
                           PERFORM 0800-WRITE-FINDING THRU 0800-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AP-LEDGER.

       0370-END.

       0375-CHECK-SUPP-INVOICES.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT SUPP-INVOICE.

           IF WS-SI-STATUS = "35" THEN
               GO TO 0375-END
           END-IF.

           MOVE "SUPP-INVOICE.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ SUPP-INVOICE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0377-CHECK-ONE-INVOICE THRU 0377-END
               END-READ
           END-PERFORM.

           CLOSE SUPP-INVOICE.

       0375-END.

       0377-CHECK-ONE-INVOICE.
           IF SI-STATUS = "H" THEN
               MOVE "ERROR" TO WS-FND-SEV
           ELSE
               MOVE "WARN" TO WS-FND-SEV
           END-IF.

           MOVE SPACES TO WS-FND-KEY.
           STRING  'INV ' DELIMITED BY SIZE
                   SI-INVOICE-NO (1:10)
           INTO WS-FND-KEY
           END-STRING.

           MOVE SI-SUPPLIER-ID TO WS-LOOK-ID.
           PERFORM 0720-FIND-SUPPLIER THRU 0720-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'SUPPLIER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           IF SI-STATUS = "H" THEN
               MOVE SI-PO-NUMBER TO WS-LOOK-PO
               PERFORM 0750-FIND-PO THRU 0750-END
               IF NOT LOOK-FOUND THEN
                   MOVE SPACES TO WS-FND-TEXT
                   STRING  'PO ' DELIMITED BY SIZE
                           WS-LOOK-PO (1:5)
                           ' NOT ON FILE' DELIMITED BY SIZE
                   INTO WS-FND-TEXT
                   END-STRING
                   PERFORM 0800-WRITE-FINDING THRU 0800-END
               END-IF
           END-IF.

       0377-END.

       0380-CHECK-ORDER-TRANS.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT ORDER-TRANS.

           IF WS-TRANS-STATUS = "35" THEN
               GO TO 0380-END
           END-IF.

           MOVE "ORDER-TRANS.DAT" TO WS-FND-FILE.
           MOVE "WARN" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ ORDER-TRANS
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0385-CHECK-ONE-TRANS THRU 0385-END
               END-READ
           END-PERFORM.

           CLOSE ORDER-TRANS.

       0380-END.

       0385-CHECK-ONE-TRANS.
           MOVE SPACES TO WS-FND-KEY.
           STRING  OT-TYPE (1:1)
                   ' ORDER ' DELIMITED BY SIZE
                   OT-ORDER-ID (1:3)
                   ' '   DELIMITED BY SIZE
                   OT-PRODUCT-ID (1:4)
           INTO WS-FND-KEY
           END-STRING.

           MOVE OT-OPERATOR-ID TO WS-LOOK-ID.
           PERFORM 0740-FIND-OPERATOR THRU 0740-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'OPERATOR ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           MOVE OT-CUST-ID TO WS-LOOK-ID.
           PERFORM 0730-FIND-CUSTOMER THRU 0730-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'CUSTOMER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0385-END.

       0387-CHECK-DELIVERIES.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT DELIVERY-FILE.

           IF WS-DL-STATUS = "35" THEN
               GO TO 0387-END
           END-IF.

           MOVE "DELIVERY.DAT" TO WS-FND-FILE.

           PERFORM UNTIL WS-EOF = "Y"
               READ DELIVERY-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0388-CHECK-ONE-DELIVERY
                           THRU 0388-END
               END-READ
           END-PERFORM.

           CLOSE DELIVERY-FILE.

       0387-END.

       0388-CHECK-ONE-DELIVERY.
           IF DL-STATUS = "O" THEN
               MOVE "ERROR" TO WS-FND-SEV
           ELSE
               MOVE "WARN" TO WS-FND-SEV
           END-IF.

           MOVE SPACES TO WS-FND-KEY.
           STRING  'ORDER ' DELIMITED BY SIZE
                   DL-ORDER-ID (1:3)
                   ' '   DELIMITED BY SIZE
                   DL-PRODUCT-ID (1:4)
           INTO WS-FND-KEY
           END-STRING.

           MOVE DL-CUST-ID TO WS-LOOK-ID.
           PERFORM 0730-FIND-CUSTOMER THRU 0730-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'CUSTOMER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           MOVE DL-PRODUCT-ID TO WS-LOOK-ID.
           PERFORM 0710-FIND-PRODUCT THRU 0710-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0388-END.

       0390-CHECK-STOCK-JOURNAL.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT STOCK-JOURNAL.

           IF WS-JRNL-STATUS = "35" THEN
               GO TO 0390-END
           END-IF.

           MOVE "STOCK-JOURNAL.DAT" TO WS-FND-FILE.
           MOVE "WARN" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ STOCK-JOURNAL
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       MOVE SJ-OPERATOR-ID TO WS-LOOK-ID
                       PERFORM 0740-FIND-OPERATOR THRU 0740-END
                       IF NOT LOOK-FOUND THEN
                           MOVE SPACES TO WS-FND-KEY
                           STRING  SJ-TYPE (1:2)
                                   ' '   DELIMITED BY SIZE
                                   SJ-PRODUCT-ID (1:4)
                                   ' '   DELIMITED BY SIZE
                                   SJ-REF (1:10)
                           INTO WS-FND-KEY
                           END-STRING
                           MOVE SPACES TO WS-FND-TEXT
                           STRING  'OPERATOR ' DELIMITED BY SIZE
                                   WS-LOOK-ID (1:4)
                                   ' NOT ON FILE' DELIMITED BY SIZE
                           INTO WS-FND-TEXT
                           END-STRING
                           PERFORM 0800-WRITE-FINDING THRU 0800-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STOCK-JOURNAL.

       0390-END.

       0395-CHECK-QUOTES.
           MOVE 0 TO WS-REC-NO.
           MOVE "N" TO WS-EOF.
           OPEN INPUT QUOTE-FILE.

           IF WS-QT-STATUS = "35" THEN
               GO TO 0395-END
           END-IF.

           MOVE "QUOTES.DAT" TO WS-FND-FILE.
           MOVE "WARN" TO WS-FND-SEV.

           PERFORM UNTIL WS-EOF = "Y"
               READ QUOTE-FILE
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       IF QT-STATUS = "O"
                               AND QT-VALID-TO >= WS-AUDIT-DATE
                           PERFORM 0397-CHECK-ONE-QUOTE THRU 0397-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE QUOTE-FILE.

       0395-END.

       0397-CHECK-ONE-QUOTE.
           MOVE SPACES TO WS-FND-KEY.
           STRING  'QUOTE ' DELIMITED BY SIZE
                   QT-QUOTE-ID (1:3)
                   ' '   DELIMITED BY SIZE
                   QT-PRODUCT-ID (1:4)
           INTO WS-FND-KEY
           END-STRING.

           MOVE QT-CUST-ID TO WS-LOOK-ID.
           PERFORM 0730-FIND-CUSTOMER THRU 0730-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'CUSTOMER ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

           MOVE QT-PRODUCT-ID TO WS-LOOK-ID.
           PERFORM 0710-FIND-PRODUCT THRU 0710-END.

           IF NOT LOOK-FOUND THEN
               MOVE SPACES TO WS-FND-TEXT
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-LOOK-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-FND-TEXT
               END-STRING
               PERFORM 0800-WRITE-FINDING THRU 0800-END
           END-IF.

       0397-END.

       0710-FIND-PRODUCT.
           MOVE "N" TO WS-LOOK-FOUND.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
                   OR LOOK-FOUND
               IF WS-PROD-ID (WS-PROD-IDX) = WS-LOOK-ID THEN
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.

       0710-END.

       0720-FIND-SUPPLIER.
           MOVE "N" TO WS-LOOK-FOUND.

           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
                   OR LOOK-FOUND
               IF WS-SUPP-ID (WS-SUPP-IDX) = WS-LOOK-ID THEN
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.

       0720-END.

       0730-FIND-CUSTOMER.
           MOVE "N" TO WS-LOOK-FOUND.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR LOOK-FOUND
               IF WS-CUST-ID (WS-CUST-IDX) = WS-LOOK-ID THEN
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.

       0730-END.

       0740-FIND-OPERATOR.
           MOVE "N" TO WS-LOOK-FOUND.

           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR LOOK-FOUND
               IF WS-OPER-ID (WS-OPER-IDX) = WS-LOOK-ID THEN
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.

       0740-END.

       0750-FIND-PO.
           MOVE "N" TO WS-LOOK-FOUND.

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
                   OR LOOK-FOUND
               IF WS-PO-NUMBERS (WS-PO-IDX) = WS-LOOK-PO THEN
                   MOVE "Y" TO WS-LOOK-FOUND
               END-IF
           END-PERFORM.

       0750-END.

       0800-WRITE-FINDING.
           IF WS-FND-SEV = "ERROR" THEN
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   WS-FND-SEV (1:5)
                   '  '   DELIMITED BY SIZE
                   WS-FND-FILE (1:17)
                   '  '   DELIMITED BY SIZE
                   WS-FND-KEY (1:20)
                   '  '   DELIMITED BY SIZE
                   WS-FND-TEXT (1:29)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0800-END.

       0810-SET-REC-KEY.
           MOVE WS-REC-NO TO DISPLAY-REC-NO.
           MOVE SPACES TO WS-FND-KEY.
           STRING  'RECORD ' DELIMITED BY SIZE
                   DISPLAY-REC-NO (1:5)
           INTO WS-FND-KEY
           END-STRING.

       0810-END.

       0900-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-ERROR-COUNT = 0 AND WS-WARN-COUNT = 0 THEN
               MOVE "NO BROKEN REFERENCES FOUND" TO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.

           MOVE WS-ERROR-COUNT TO DISPLAY-COUNT.
           STRING  'ERRORS    ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:5)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-WARN-COUNT TO DISPLAY-COUNT.
           STRING  'WARNINGS  ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:5)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0900-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM INTEGRITY-AUDIT.
