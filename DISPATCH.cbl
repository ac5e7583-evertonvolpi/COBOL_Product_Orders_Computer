       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

           SELECT CUSTOMER-LIST ASSIGN TO "customerList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT DELIVERY-NOTE ASSIGN TO NOTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

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

           FD DELIVERY-NOTE.
           01 NOTE-RECORD     PIC X(60).

           WORKING-STORAGE SECTION.
           01  WS-DL-STATUS        PIC X(2).
           01  WS-CUST-FILE-STATUS PIC X(2).
           01  WS-OP-FILE-STATUS   PIC X(2).

           01  WS-DL-EOF           PIC X VALUE "N".
           01  WS-DL-OVERFLOW      PIC X VALUE "N".
           01  WS-CUST-EOF         PIC X VALUE "N".
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

           01  WS-CUST-DETAILS.
               05  WS-CUSTOMER-ID      PIC X(4).
               05  WS-CUSTOMER-NAME    PIC X(20).
               05  WS-CUSTOMER-LIMIT   PIC 9(5)V99.

           01  WS-DISPATCH-DATE    PIC 9(8).
           01  WS-TODAY-INT        PIC 9(8).
           01  WS-AGE-DAYS         PIC S9(6).
           01  WS-KEEP-DAYS        PIC 9(3) VALUE 60.

           01  WS-DISPATCH-DONE    PIC X VALUE "N".

           01  WS-ORDER-INPUT      PIC 9(3).
           01  WS-ORDER-DATE       PIC 9(8).
           01  WS-ORDER-CUST-ID    PIC X(4).
           01  WS-ORDER-CLIENT     PIC X(20).

           01  WS-QTY-INPUT        PIC 999V99.
           01  WS-SHORT-QTY        PIC 999V99.

           01  WS-CONFIRM          PIC X.
               88  CONFIRM-YES      VALUE "y".

           01  IS-DONE-ORDER       PIC X.
               88  ENTER-NEW-ORDER  VALUE "y".

           01  WS-OPEN-TOTAL       PIC 9(3) VALUE 0.
           01  WS-OPEN-LINES       PIC 9(3) VALUE 0.
           01  WS-LINE-COUNT       PIC 9(3) VALUE 0.
           01  WS-SHORT-COUNT      PIC 9(3) VALUE 0.
           01  WS-ORDER-COUNT      PIC 9(3) VALUE 0.
           01  WS-PURGED-COUNT     PIC 9(3) VALUE 0.

           01  WS-DL-COUNT         PIC 9(3) VALUE 0.
           01  WS-DL-IDX           PIC 9(3) VALUE 0.

           01  WS-DELIVERY-TABLE.
               05  WS-DL-ROWS OCCURS 400 TIMES.
                   10  WS-DLR-STATUS       PIC X.
                   10  WS-DLR-ORDER-ID     PIC 9(3).
                   10  WS-DLR-ORDER-DATE   PIC 9(8).
                   10  WS-DLR-CUST-ID      PIC X(4).
                   10  WS-DLR-PRODUCT-ID   PIC X(4).
                   10  WS-DLR-PRODUCT-NAME PIC X(20).
                   10  WS-DLR-LOCATION     PIC X(2).
                   10  WS-DLR-ORDER-QTY    PIC 9(3)V99.
                   10  WS-DLR-PICKED-QTY   PIC 9(3)V99.
                   10  WS-DLR-SHIPPED-QTY  PIC 9(3)V99.
                   10  WS-DLR-DISPATCH-DATE PIC 9(8).
                   10  WS-DLR-OPERATOR-ID  PIC X(4).

           01  NOTE-FILENAME       PIC X(16).
           01  WS-NOTE-LINE        PIC X(60) VALUE SPACES.
           01  WS-NOTE-TEXT        PIC X(14) VALUE SPACES.

           01  DISPLAYS.
               05  DISPLAY-ORDERED     PIC ZZ9.99.
               05  DISPLAY-SHIPPED     PIC ZZ9.99.
               05  DISPLAY-SHORT       PIC ZZ9.99.
               05  DISPLAY-COUNT       PIC ZZ9.
               05  DISPLAY-SHORT-LINES PIC ZZ9.

           01  NOTE-HEAD-LINE      PIC X(13) VALUE
               "DELIVERY NOTE".

           01  DIVISOR             PIC X(60) VALUE ALL "*".

           01  NOTE-COLS-LINE      PIC X(49) VALUE
               "PROD  PRODUCT              ORDERED  SHIPPED  NOTE".

           01  SIGN-LINE           PIC X(40) VALUE
               "RECEIVED BY: ____________________".

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.

           ACCEPT WS-DISPATCH-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-DISPATCH-DATE).

           MOVE "N" TO WS-DISPATCH-DONE.
           PERFORM 0200-DISPATCH-ORDER THRU 0200-END
               UNTIL WS-DISPATCH-DONE = "Y".

           DISPLAY WS-ORDER-COUNT " order(s) dispatched.".
           DISPLAY "Thank you and goodbye.".
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-DISPATCH-ORDER.
           MOVE "Y" TO WS-DISPATCH-DONE.

           PERFORM 0130-LOAD-DELIVERIES THRU 0130-END.

           IF WS-DL-OVERFLOW = "Y" THEN
               DISPLAY "Delivery file too large to rewrite safely - "
                   "nothing dispatched."
               GO TO 0200-END
           END-IF.

           IF WS-OPEN-TOTAL = 0 THEN
               DISPLAY "No orders are waiting for dispatch."
               GO TO 0200-END
           END-IF.

           PERFORM 0120-ASK-ORDER THRU 0120-END.

           IF WS-ORDER-INPUT = 0 THEN
               GO TO 0200-END
           END-IF.

           PERFORM 0140-FIND-CUSTOMER THRU 0140-END.

           DISPLAY "Order " WS-ORDER-INPUT " of " WS-ORDER-DATE
               " for " WS-ORDER-CUST-ID " " WS-ORDER-CLIENT.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-SHORT-COUNT.

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DLR-ORDER-ID (WS-DL-IDX) = WS-ORDER-INPUT
                       AND WS-DLR-ORDER-DATE (WS-DL-IDX)
                           = WS-ORDER-DATE
                       AND WS-DLR-STATUS (WS-DL-IDX) = "O"
                   PERFORM 0300-CONFIRM-LINE THRU 0300-END
               END-IF
           END-PERFORM.

           DISPLAY "Confirm dispatch of order " WS-ORDER-INPUT
               " - " WS-LINE-COUNT " line(s), " WS-SHORT-COUNT
               " short? (y) >>> ".
           ACCEPT WS-CONFIRM.

           IF NOT CONFIRM-YES THEN
               DISPLAY "Dispatch of order " WS-ORDER-INPUT
                   " abandoned - nothing recorded."
           ELSE
               PERFORM 0400-SAVE-DELIVERIES THRU 0400-END
               PERFORM 0500-WRITE-DELIVERY-NOTE THRU 0500-END
               ADD 1 TO WS-ORDER-COUNT
           END-IF.

           DISPLAY "Dispatch another order? (y) >>> ".
           ACCEPT IS-DONE-ORDER.

           IF ENTER-NEW-ORDER THEN
               MOVE "N" TO WS-DISPATCH-DONE
           END-IF.

       0200-END.

       0120-ASK-ORDER.
           DISPLAY "Order number to dispatch (0 = finish) >>> ".
           ACCEPT WS-ORDER-INPUT.

           IF WS-ORDER-INPUT = 0 THEN
               GO TO 0120-END
           END-IF.

           MOVE 0 TO WS-OPEN-LINES.
           MOVE 0 TO WS-ORDER-DATE.

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DLR-ORDER-ID (WS-DL-IDX) = WS-ORDER-INPUT
                       AND WS-DLR-STATUS (WS-DL-IDX) = "O"
                   IF WS-OPEN-LINES = 0 THEN
                       MOVE WS-DLR-ORDER-DATE (WS-DL-IDX)
                           TO WS-ORDER-DATE
                       MOVE WS-DLR-CUST-ID (WS-DL-IDX)
                           TO WS-ORDER-CUST-ID
                   END-IF
                   IF WS-DLR-ORDER-DATE (WS-DL-IDX) = WS-ORDER-DATE
                       ADD 1 TO WS-OPEN-LINES
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-OPEN-LINES = 0 THEN
               DISPLAY "Order " WS-ORDER-INPUT " has no lines "
                   "waiting for dispatch - re-enter."
               PERFORM 0120-ASK-ORDER
           END-IF.

       0120-END.

       0130-LOAD-DELIVERIES.
           MOVE 0 TO WS-DL-COUNT.
           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE "N" TO WS-DL-EOF.
           MOVE "N" TO WS-DL-OVERFLOW.
           MOVE 0 TO WS-PURGED-COUNT.

           OPEN INPUT DELIVERY-FILE.

           IF WS-DL-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-DL-EOF = "Y"
                   IF WS-DL-COUNT >= 400 THEN
                       DISPLAY "Delivery file exceeds 400 rows - "
                           "remaining rows ignored."
                       MOVE "Y" TO WS-DL-OVERFLOW
                       MOVE "Y" TO WS-DL-EOF
                   ELSE
                       ADD 1 TO WS-DL-COUNT
                       READ DELIVERY-FILE
                           INTO WS-DL-ROWS (WS-DL-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-DL-COUNT
                               MOVE "Y" TO WS-DL-EOF
                           NOT AT END
                               PERFORM 0135-SCREEN-DELIVERY
                                   THRU 0135-END
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE DELIVERY-FILE
           END-IF.

       0130-END.

       0135-SCREEN-DELIVERY.
           IF DL-STATUS = "O" THEN
               ADD 1 TO WS-OPEN-TOTAL
               GO TO 0135-END
           END-IF.

           IF DL-STATUS = "D" THEN
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (DL-DISPATCH-DATE)
               IF WS-AGE-DAYS > WS-KEEP-DAYS THEN
                   SUBTRACT 1 FROM WS-DL-COUNT
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
           END-IF.

       0135-END.

       0140-FIND-CUSTOMER.
           MOVE "** NOT ON FILE **" TO WS-ORDER-CLIENT.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-LIST
           END-IF.

       0140-END.

       0300-CONFIRM-LINE.
           MOVE WS-DLR-ORDER-QTY (WS-DL-IDX) TO DISPLAY-ORDERED.

           DISPLAY "  " WS-DLR-PRODUCT-ID (WS-DL-IDX) " "
               WS-DLR-PRODUCT-NAME (WS-DL-IDX) " from "
               WS-DLR-LOCATION (WS-DL-IDX) " - ordered "
               DISPLAY-ORDERED.

           PERFORM 0310-ASK-PICKED THRU 0310-END.
           PERFORM 0320-ASK-SHIPPED THRU 0320-END.

           MOVE "D" TO WS-DLR-STATUS (WS-DL-IDX).
           MOVE WS-DISPATCH-DATE TO WS-DLR-DISPATCH-DATE (WS-DL-IDX).
           MOVE WS-OPERATOR-ID TO WS-DLR-OPERATOR-ID (WS-DL-IDX).
           ADD 1 TO WS-LINE-COUNT.

           IF WS-DLR-PICKED-QTY (WS-DL-IDX)
                   > WS-DLR-SHIPPED-QTY (WS-DL-IDX)
               COMPUTE WS-SHORT-QTY =
                   WS-DLR-PICKED-QTY (WS-DL-IDX)
                   - WS-DLR-SHIPPED-QTY (WS-DL-IDX)
               MOVE WS-SHORT-QTY TO DISPLAY-SHORT
               DISPLAY "    " DISPLAY-SHORT " picked but not shipped "
                   "- return it to " WS-DLR-LOCATION (WS-DL-IDX) "."
           END-IF.

           IF WS-DLR-SHIPPED-QTY (WS-DL-IDX)
                   < WS-DLR-ORDER-QTY (WS-DL-IDX)
               ADD 1 TO WS-SHORT-COUNT
               COMPUTE WS-SHORT-QTY =
                   WS-DLR-ORDER-QTY (WS-DL-IDX)
                   - WS-DLR-SHIPPED-QTY (WS-DL-IDX)
               MOVE WS-SHORT-QTY TO DISPLAY-SHORT
               DISPLAY "    Short-pick noted - " DISPLAY-SHORT
                   " not delivered."
               DISPLAY "    Credit it in RETURNS to location "
                   WS-DLR-LOCATION (WS-DL-IDX) "."
           END-IF.

       0300-END.

       0310-ASK-PICKED.
           DISPLAY "    Picked qty >>> ".
           ACCEPT WS-QTY-INPUT.

           IF WS-QTY-INPUT > WS-DLR-ORDER-QTY (WS-DL-IDX) THEN
               DISPLAY "    Cannot pick more than was ordered - "
                   "re-enter."
               PERFORM 0310-ASK-PICKED
           ELSE
               MOVE WS-QTY-INPUT TO WS-DLR-PICKED-QTY (WS-DL-IDX)
           END-IF.

       0310-END.

       0320-ASK-SHIPPED.
           DISPLAY "    Shipped qty >>> ".
           ACCEPT WS-QTY-INPUT.

           IF WS-QTY-INPUT > WS-DLR-PICKED-QTY (WS-DL-IDX) THEN
               DISPLAY "    Cannot ship more than was picked - "
                   "re-enter."
               PERFORM 0320-ASK-SHIPPED
           ELSE
               MOVE WS-QTY-INPUT TO WS-DLR-SHIPPED-QTY (WS-DL-IDX)
           END-IF.

       0320-END.

       0400-SAVE-DELIVERIES.
           OPEN OUTPUT DELIVERY-FILE.

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               WRITE DL-DETAILS FROM WS-DL-ROWS (WS-DL-IDX)
           END-PERFORM.

           CLOSE DELIVERY-FILE.

           IF WS-PURGED-COUNT > 0 THEN
               DISPLAY WS-PURGED-COUNT " delivery line(s) dispatched "
                   "over " WS-KEEP-DAYS " days ago purged."
           END-IF.

       0400-END.

       0500-WRITE-DELIVERY-NOTE.
           MOVE SPACES TO NOTE-FILENAME.
           STRING  'delivery_'
                   WS-ORDER-INPUT
                   '.txt'
           INTO NOTE-FILENAME
           END-STRING.

           OPEN OUTPUT DELIVERY-NOTE.

           WRITE NOTE-RECORD FROM NOTE-HEAD-LINE.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING  'ORDER: ' DELIMITED BY SIZE
                   WS-ORDER-INPUT (1:3)
                   '  ORDER DATE: ' DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
           INTO WS-NOTE-LINE
           END-STRING.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING  'CUST: ' DELIMITED BY SIZE
                   WS-ORDER-CUST-ID (1:4)
                   ' '   DELIMITED BY SIZE
                   WS-ORDER-CLIENT (1:20)
           INTO WS-NOTE-LINE
           END-STRING.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING  'DISPATCHED: ' DELIMITED BY SIZE
                   WS-DISPATCH-DATE (1:8)
                   '  BY: ' DELIMITED BY SIZE
                   WS-OPERATOR-ID (1:4)
           INTO WS-NOTE-LINE
           END-STRING.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

           WRITE NOTE-RECORD FROM DIVISOR.
           WRITE NOTE-RECORD FROM NOTE-COLS-LINE.

           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
                   UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DLR-ORDER-ID (WS-DL-IDX) = WS-ORDER-INPUT
                       AND WS-DLR-ORDER-DATE (WS-DL-IDX)
                           = WS-ORDER-DATE
                       AND WS-DLR-DISPATCH-DATE (WS-DL-IDX)
                           = WS-DISPATCH-DATE
                       AND WS-DLR-STATUS (WS-DL-IDX) = "D"
                   PERFORM 0510-WRITE-NOTE-LINE THRU 0510-END
               END-IF
           END-PERFORM.

           WRITE NOTE-RECORD FROM DIVISOR.

           MOVE SPACES TO WS-NOTE-LINE.
           MOVE WS-LINE-COUNT TO DISPLAY-COUNT.
           MOVE WS-SHORT-COUNT TO DISPLAY-SHORT-LINES.
           STRING  'LINES ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  SHORT LINES ' DELIMITED BY SIZE
                   DISPLAY-SHORT-LINES (1:3)
           INTO WS-NOTE-LINE
           END-STRING.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

           MOVE SPACES TO WS-NOTE-LINE.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.
           WRITE NOTE-RECORD FROM SIGN-LINE.

           CLOSE DELIVERY-NOTE.

           DISPLAY "Delivery note written to " NOTE-FILENAME ".".

       0500-END.

       0510-WRITE-NOTE-LINE.
           MOVE WS-DLR-ORDER-QTY (WS-DL-IDX) TO DISPLAY-ORDERED.
           MOVE WS-DLR-SHIPPED-QTY (WS-DL-IDX) TO DISPLAY-SHIPPED.
           MOVE SPACES TO WS-NOTE-TEXT.

           IF WS-DLR-SHIPPED-QTY (WS-DL-IDX)
                   < WS-DLR-ORDER-QTY (WS-DL-IDX)
               COMPUTE WS-SHORT-QTY =
                   WS-DLR-ORDER-QTY (WS-DL-IDX)
                   - WS-DLR-SHIPPED-QTY (WS-DL-IDX)
               MOVE WS-SHORT-QTY TO DISPLAY-SHORT
               STRING  'SHORT ' DELIMITED BY SIZE
                       DISPLAY-SHORT (1:6)
               INTO WS-NOTE-TEXT
               END-STRING
           END-IF.

           MOVE SPACES TO WS-NOTE-LINE.
           STRING  WS-DLR-PRODUCT-ID (WS-DL-IDX) (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-DLR-PRODUCT-NAME (WS-DL-IDX) (1:20)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-ORDERED (1:6)
                   '   '   DELIMITED BY SIZE
                   DISPLAY-SHIPPED (1:6)
                   '  '   DELIMITED BY SIZE
                   WS-NOTE-TEXT (1:14)
           INTO WS-NOTE-LINE
           END-STRING.
           WRITE NOTE-RECORD FROM WS-NOTE-LINE.

       0510-END.

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
               PERFORM 9000-END-PROGRAM
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

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM DISPATCH.
