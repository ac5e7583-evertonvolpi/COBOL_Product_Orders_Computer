           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT RECEIPT-HIST ASSIGN TO "RECEIPT-HIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RH-STATUS.

       DATA DIVISION.
           FILE SECTION.

               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD RECEIVING-REGISTER.
           01 REGISTER-RECORD PIC X(80).
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD PO-FILE.
           01 PO-DETAILS.
               05  PO-QTY-RECEIVED    PIC 9(5).
               05  PO-ORDER-DATE      PIC 9(8).
               05  PO-EXPECTED-DATE   PIC 9(8).
               05  PO-UNIT-PRICE      PIC 9(3)V99.
               05  PO-LINE            PIC 9(3).

           FD BACKORDER-FILE.
           01 BO-DETAILS.
               05  SL-LOCATION        PIC X(2).
               05  SL-QTY             PIC 9(5).

           FD STOCK-LOT.
           01 LT-DETAILS.
               05  LT-PRODUCT-ID      PIC X(4).
               05  LT-LOCATION        PIC X(2).
               05  LT-LOT-NO          PIC X(10).
               05  LT-EXPIRY-DATE     PIC 9(8).
               05  LT-QTY             PIC 9(5).

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
               05  CC-REVENUE         PIC S9(7)V99.
               05  CC-TAX             PIC S9(7)V99.

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

           WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(2).
           01  WS-EOF-CTL          PIC X VALUE "N".
           01  WS-PO-STATUS         PIC X(2).
           01  WS-BO-STATUS         PIC X(2).
           01  WS-LOC-STATUS        PIC X(2).
           01  WS-RH-STATUS         PIC X(2).

           01  WS-LOC-EOF          PIC X VALUE "N".

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

           01  WS-LOT-INPUT        PIC X(10).
           01  WS-EXPIRY-INPUT     PIC 9(8).

           01  WS-PERISHABLE       PIC X VALUE "N".
               88  IS-PERISHABLE    VALUE "Y".

           01  WS-EOF-BO           PIC X VALUE "N".

           01  WS-BO-COUNT         PIC 9(3) VALUE 0.
                   10  WS-PO-ROW-RECEIVED PIC 9(5).
                   10  WS-PO-ROW-ORD-DATE PIC 9(8).
                   10  WS-PO-ROW-EXP-DATE PIC 9(8).
                   10  WS-PO-ROW-PRICE    PIC 9(3)V99.
                   10  WS-PO-ROW-LINE     PIC 9(3).

           01  WS-PO-OUTSTANDING   PIC S9(6).
           01  WS-PO-OVER-QTY      PIC 9(6).

           01  WS-LINE-COUNT       PIC 9(3) VALUE 0.

           01  WS-COST-PAID        PIC 9(3)V99 VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-QTY-RECV    PIC ZZZZ9.
               05  DISPLAY-NEW-OH      PIC ZZZZ9.
               05  DISPLAY-ORDERED     PIC ZZZZ9.
               05  DISPLAY-RECEIVED    PIC ZZZZ9.
               05  DISPLAY-OUTSTAND    PIC -(5)9.
               05  DISPLAY-UNIT-COST   PIC ZZ9.99.

           01  WS-REGISTER-LINE    PIC X(80) VALUE SPACES.

               DISPLAY "Product " WS-ID-INPUT " not found - "
                   "line not posted."
           ELSE
               MOVE "N" TO WS-PERISHABLE
               IF PRODUCT-CATEGORY = "PERISHABLE" THEN
                   MOVE "Y" TO WS-PERISHABLE
                   PERFORM 0700-GET-LOT-DETAILS THRU 0700-END
               END-IF

               MOVE PRODUCT-QTY-ON-HAND TO WS-JRNL-OLD-QTY
               PERFORM 0210-GET-COST-PAID THRU 0210-END
               ADD WS-QTY-INPUT TO PRODUCT-QTY-ON-HAND
               PERFORM 0220-UPDATE-UNIT-COST THRU 0220-END
               REWRITE DETAILS

               PERFORM 0270-WRITE-STOCK-JOURNAL THRU 0270-END
               PERFORM 0600-ADJUST-WAREHOUSE THRU 0600-END

               IF IS-PERISHABLE THEN
                   PERFORM 0710-ADD-TO-LOT THRU 0710-END
               END-IF

               MOVE WS-QTY-INPUT TO DISPLAY-QTY-RECV
               MOVE PRODUCT-QTY-ON-HAND TO DISPLAY-NEW-OH

                   PERFORM 0230-APPLY-TO-PO-LINE THRU 0230-END
               END-IF

               PERFORM 0280-WRITE-RECEIPT-HIST THRU 0280-END

               PERFORM 0260-ALLOCATE-BACKORDERS THRU 0260-END
           END-IF.


       0200-END.

       0210-GET-COST-PAID.
           MOVE 0 TO WS-COST-PAID.

           IF PO-MODE THEN
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   IF WS-PO-ROW-NUMBER (WS-PO-IDX) = WS-PO-NUM-INPUT
                           AND WS-PO-ROW-PROD-ID (WS-PO-IDX)
                               = WS-ID-INPUT
                           AND WS-COST-PAID = 0
                       MOVE WS-PO-ROW-PRICE (WS-PO-IDX)
                           TO WS-COST-PAID
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-COST-PAID = 0 THEN
               MOVE PRODUCT-UNIT-COST TO DISPLAY-UNIT-COST
               DISPLAY "Unit cost paid (0 = keep current cost "
                   DISPLAY-UNIT-COST ") >>> "
               ACCEPT WS-COST-PAID
           END-IF.

       0210-END.

       0220-UPDATE-UNIT-COST.
           IF WS-COST-PAID > 0 AND PRODUCT-QTY-ON-HAND > 0 THEN
               IF PRODUCT-UNIT-COST = 0 THEN
                   MOVE WS-COST-PAID TO PRODUCT-UNIT-COST
               ELSE
                   COMPUTE PRODUCT-UNIT-COST ROUNDED =
                       (WS-JRNL-OLD-QTY * PRODUCT-UNIT-COST
                       + WS-QTY-INPUT * WS-COST-PAID)
                       / PRODUCT-QTY-ON-HAND
               END-IF
           END-IF.

           MOVE PRODUCT-UNIT-COST TO DISPLAY-UNIT-COST.
           DISPLAY "Average unit cost: " DISPLAY-UNIT-COST.

       0220-END.

       0230-APPLY-TO-PO-LINE.
           MOVE 0 TO WS-PO-FOUND-IDX.

           MOVE WS-RECEIVE-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.

           IF WS-COST-PAID > 0 THEN
               MOVE WS-COST-PAID TO SJ-UNIT-COST
           ELSE
               MOVE PRODUCT-UNIT-COST TO SJ-UNIT-COST
           END-IF.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

       0270-END.

       0280-WRITE-RECEIPT-HIST.
           OPEN EXTEND RECEIPT-HIST.

           IF WS-RH-STATUS = "35" THEN
               OPEN OUTPUT RECEIPT-HIST
           END-IF.

           MOVE 0 TO RH-PO-NUMBER.
           MOVE 0 TO RH-PO-LINE.
           MOVE PRODUCT-ID TO RH-PRODUCT-ID.
           MOVE PRODUCT-SUPPLIER-ID TO RH-SUPPLIER-ID.
           MOVE WS-RECEIVE-DATE TO RH-RECEIPT-DATE.
           MOVE WS-DELIVERY-REF TO RH-DELIVERY-REF.
           MOVE WS-QTY-INPUT TO RH-QTY.
           MOVE 0 TO RH-QTY-ORDERED.
           MOVE 0 TO RH-ORDER-DATE.
           MOVE 0 TO RH-EXPECTED-DATE.
           MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID.

           IF PO-MODE THEN
               MOVE WS-PO-NUM-INPUT TO RH-PO-NUMBER
           END-IF.

           IF PO-MODE AND WS-PO-FOUND-IDX > 0 THEN
               IF WS-PO-ROW-LINE (WS-PO-FOUND-IDX) IS NUMERIC THEN
                   MOVE WS-PO-ROW-LINE (WS-PO-FOUND-IDX) TO RH-PO-LINE
               END-IF
               MOVE WS-PO-ROW-SUPP-ID (WS-PO-FOUND-IDX)
                   TO RH-SUPPLIER-ID
               MOVE WS-PO-ROW-ORDERED (WS-PO-FOUND-IDX)
                   TO RH-QTY-ORDERED
               MOVE WS-PO-ROW-ORD-DATE (WS-PO-FOUND-IDX)
                   TO RH-ORDER-DATE
               MOVE WS-PO-ROW-EXP-DATE (WS-PO-FOUND-IDX)
                   TO RH-EXPECTED-DATE
           END-IF.

           WRITE RH-DETAILS.
           CLOSE RECEIPT-HIST.

       0280-END.

       0600-ADJUST-WAREHOUSE.
           PERFORM 0620-LOAD-STOCK-LOC THRU 0620-END.


       0640-END.

       0700-GET-LOT-DETAILS.
           DISPLAY "Lot number >>> ".
           ACCEPT WS-LOT-INPUT.
           DISPLAY "Expiry date (YYYYMMDD) >>> ".
           ACCEPT WS-EXPIRY-INPUT.

           IF WS-LOT-INPUT = SPACES OR WS-EXPIRY-INPUT = 0 THEN
               DISPLAY "Lot number and expiry date are required "
                   "for perishable stock - re-enter."
               PERFORM 0700-GET-LOT-DETAILS
           ELSE
               IF WS-EXPIRY-INPUT < WS-RECEIVE-DATE THEN
                   DISPLAY "WARNING - lot " WS-LOT-INPUT
                       " is already past its expiry date."
               END-IF
           END-IF.

       0700-END.

       0710-ADD-TO-LOT.
           PERFORM 0720-LOAD-STOCK-LOT THRU 0720-END.

           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = WS-ID-INPUT
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = "WH"
                       AND WS-LOT-NO (WS-LOT-IDX) = WS-LOT-INPUT
                   MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-LOT-FOUND-IDX = 0 THEN
               IF WS-LOT-COUNT >= 400 THEN
                   DISPLAY "Stock lot file is full - lot "
                       WS-LOT-INPUT " not recorded."
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-ID-INPUT
                       TO WS-LOT-PROD-ID (WS-LOT-COUNT)
                   MOVE "WH" TO WS-LOT-LOCATION (WS-LOT-COUNT)
                   MOVE WS-LOT-INPUT TO WS-LOT-NO (WS-LOT-COUNT)
                   MOVE WS-EXPIRY-INPUT
                       TO WS-LOT-EXPIRY (WS-LOT-COUNT)
                   MOVE 0 TO WS-LOT-QTY (WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
               END-IF
           ELSE
               IF WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
                       NOT = WS-EXPIRY-INPUT
                   DISPLAY "Lot " WS-LOT-INPUT " is already held "
                       "with expiry " WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
                       " - that date is kept."
               END-IF
           END-IF.

           IF WS-LOT-FOUND-IDX > 0 THEN
               ADD WS-QTY-INPUT TO WS-LOT-QTY (WS-LOT-FOUND-IDX)
               PERFORM 0740-SAVE-STOCK-LOT THRU 0740-END
               DISPLAY "Lot " WS-LOT-INPUT " expiry "
                   WS-LOT-EXPIRY (WS-LOT-FOUND-IDX) " now holds "
                   WS-LOT-QTY (WS-LOT-FOUND-IDX) " in the warehouse."
           END-IF.

       0710-END.

       0720-LOAD-STOCK-LOT.
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

       0720-END.

       0740-SAVE-STOCK-LOT.
           IF WS-LOT-OVERFLOW = "Y" THEN
               DISPLAY "Stock lot file too large to rewrite "
                   "safely - lot quantities NOT recorded."
               DISPLAY "Write off or trim STOCK-LOT.DAT and "
                   "re-post the lot."
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

       0740-END.

       0500-REWRITE-PO-FILE.
           IF WS-PO-CHANGED = "Y" THEN
               IF WS-PO-OVERFLOW = "Y" THEN

                   PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                           UNTIL WS-PO-IDX > WS-PO-COUNT
                       WRITE PO-DETAILS
                           FROM WS-PO-ROWS (WS-PO-IDX)
                   END-PERFORM

                   CLOSE PO-FILE
