           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD ORDER-TRANS.
           01 TRANS-DETAILS.
               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD CREDIT-FILE.
           01 CREDIT-RECORD   PIC X(42).
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

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
                   10  WS-LOC-QTY         PIC 9(5).

           01  WS-LOC-SEED-QTY     PIC 9(5).

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
           01  WS-LOC-DELTA        PIC S9(5).
           01  WS-RETURN-LOC       PIC X(2) VALUE "CT".

           01  WS-REFUND-TENDER    PIC X VALUE "C".
               88  REFUND-CASH      VALUE "C".
                   10  WS-OL-SUBTOTAL     PIC 9(3)V99.
                   10  WS-OL-TAX          PIC 9(3)V99.
                   10  WS-OL-RETURNED     PIC 9(3)V99.
                   10  WS-OL-UNIT-COST    PIC 9(3)V99.

           01  WS-RET-COUNT        PIC 9(3) VALUE 0.
           01  WS-RET-IDX          PIC 9(3) VALUE 0.
                   10  WS-RET-DISC-PCT    PIC 99V99.
                   10  WS-RET-AMOUNT      PIC 999V99.
                   10  WS-RET-TAX         PIC 999V99.
                   10  WS-RET-UNIT-COST   PIC 9(3)V99.

           01  WS-PRIOR-QTY        PIC 9(3)V99.
           01  WS-LINE-ROOM        PIC S9(3)V99.
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0350-ASK-RETURN-LOC THRU 0350-END.
           PERFORM 0400-RESTOCK-RETURNS THRU 0400-END.

           IF WS-CATALOG-OPEN = "Y" THEN
               MOVE OT-SUBTOTAL TO WS-OL-SUBTOTAL (WS-LINE-COUNT)
               MOVE OT-TAX TO WS-OL-TAX (WS-LINE-COUNT)
               MOVE 0 TO WS-OL-RETURNED (WS-LINE-COUNT)
               MOVE OT-UNIT-COST TO WS-OL-UNIT-COST (WS-LINE-COUNT)
               MOVE OT-CUST-ID TO WS-ORDER-CUST-ID
           END-IF.

                   TO WS-RET-DISC-PCT (WS-RET-COUNT)
               MOVE WS-CREDIT-AMT TO WS-RET-AMOUNT (WS-RET-COUNT)
               MOVE WS-TAX-AMT TO WS-RET-TAX (WS-RET-COUNT)
               MOVE WS-OL-UNIT-COST (WS-PICK-LINE)
                   TO WS-RET-UNIT-COST (WS-RET-COUNT)

               ADD WS-CREDIT-AMT TO WS-CREDIT-TOTAL
               ADD WS-TAX-AMT TO WS-CREDIT-TAX

       0310-END.

       0350-ASK-RETURN-LOC.
           DISPLAY "Return stock to location (CT/WH, "
               "blank = CT) >>> ".
           ACCEPT WS-RETURN-LOC.

           IF WS-RETURN-LOC = SPACES THEN
               MOVE "CT" TO WS-RETURN-LOC
           END-IF.

           IF WS-RETURN-LOC NOT = "CT" AND WS-RETURN-LOC NOT = "WH"
               DISPLAY "Location must be CT or WH - re-enter."
               PERFORM 0350-ASK-RETURN-LOC
           END-IF.

       0350-END.

       0400-RESTOCK-RETURNS.
           IF WS-CATALOG-OPEN = "Y" THEN
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
           IF PRODUCT-FOUND THEN
               MOVE PRODUCT-QTY-ON-HAND TO WS-JRNL-OLD-QTY
               ADD WS-RET-QTY (WS-RET-IDX) TO PRODUCT-QTY-ON-HAND
               PERFORM 0415-UPDATE-UNIT-COST THRU 0415-END
               REWRITE DETAILS
               PERFORM 0420-WRITE-STOCK-JOURNAL THRU 0420-END
               MOVE WS-JRNL-OLD-QTY TO WS-LOC-SEED-QTY
               MOVE WS-RET-QTY (WS-RET-IDX) TO WS-LOC-DELTA
               PERFORM 0430-ADJUST-COUNTER THRU 0430-END
               IF PRODUCT-CATEGORY = "PERISHABLE" THEN
                   PERFORM 0460-RETURN-TO-LOT THRU 0460-END
               END-IF
           ELSE
               DISPLAY "Product " WS-RET-PRODUCT-ID (WS-RET-IDX)
                   " not in catalog - stock not adjusted."

       0410-END.

       0415-UPDATE-UNIT-COST.
           IF WS-RET-UNIT-COST (WS-RET-IDX) > 0 THEN
               IF PRODUCT-UNIT-COST = 0 THEN
                   MOVE WS-RET-UNIT-COST (WS-RET-IDX)
                       TO PRODUCT-UNIT-COST
               ELSE
                   COMPUTE PRODUCT-UNIT-COST ROUNDED =
                       (WS-JRNL-OLD-QTY * PRODUCT-UNIT-COST
                       + WS-RET-QTY (WS-RET-IDX)
                       * WS-RET-UNIT-COST (WS-RET-IDX))
                       / PRODUCT-QTY-ON-HAND
               END-IF
           END-IF.

       0415-END.

       0420-WRITE-STOCK-JOURNAL.
           OPEN EXTEND STOCK-JOURNAL.

           END-STRING.
           MOVE WS-RETURN-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-RET-UNIT-COST (WS-RET-IDX) TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.
               IF WS-LOC-PROD-ID (WS-LOC-IDX) =
                       WS-RET-PRODUCT-ID (WS-RET-IDX)
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   IF WS-LOC-LOCATION (WS-LOC-IDX) = WS-RETURN-LOC
                       MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
                   END-IF
               END-IF
           IF WS-LOC-FOUND-IDX = 0 THEN
               IF WS-LOC-COUNT >= 400 THEN
                   DISPLAY "Stock location file is full - "
                       WS-RETURN-LOC " qty not adjusted."
               ELSE
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-RET-PRODUCT-ID (WS-RET-IDX)
                       TO WS-LOC-PROD-ID (WS-LOC-COUNT)
                   MOVE WS-RETURN-LOC
                       TO WS-LOC-LOCATION (WS-LOC-COUNT)
                   IF WS-LOC-ANY-ROW = "Y" THEN
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-COUNT)
                   ELSE

       0450-END.

       0460-RETURN-TO-LOT.
           DISPLAY "Lot number of the returned "
               WS-RET-NAME (WS-RET-IDX) " (blank = unknown) >>> ".
           ACCEPT WS-LOT-INPUT.

           IF WS-LOT-INPUT = SPACES THEN
               DISPLAY "Returned quantity not held under a lot."
               GO TO 0460-END
           END-IF.

           PERFORM 0470-LOAD-STOCK-LOT THRU 0470-END.

           MOVE 0 TO WS-LOT-FOUND-IDX.
           MOVE 0 TO WS-EXPIRY-INPUT.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) =
                       WS-RET-PRODUCT-ID (WS-RET-IDX)
                       AND WS-LOT-NO (WS-LOT-IDX) = WS-LOT-INPUT
                   MOVE WS-LOT-EXPIRY (WS-LOT-IDX)
                       TO WS-EXPIRY-INPUT
                   IF WS-LOT-LOCATION (WS-LOT-IDX) = WS-RETURN-LOC
                       MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-EXPIRY-INPUT = 0 THEN
               DISPLAY "Lot " WS-LOT-INPUT " is not on file - "
                   "expiry date (YYYYMMDD) >>> "
               ACCEPT WS-EXPIRY-INPUT
           END-IF.

           IF WS-LOT-FOUND-IDX = 0 THEN
               IF WS-LOT-COUNT >= 400 THEN
                   DISPLAY "Stock lot file is full - lot "
                       WS-LOT-INPUT " not recorded."
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-RET-PRODUCT-ID (WS-RET-IDX)
                       TO WS-LOT-PROD-ID (WS-LOT-COUNT)
                   MOVE WS-RETURN-LOC
                       TO WS-LOT-LOCATION (WS-LOT-COUNT)
                   MOVE WS-LOT-INPUT TO WS-LOT-NO (WS-LOT-COUNT)
                   MOVE WS-EXPIRY-INPUT
                       TO WS-LOT-EXPIRY (WS-LOT-COUNT)
                   MOVE 0 TO WS-LOT-QTY (WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
               END-IF
           END-IF.

           IF WS-LOT-FOUND-IDX > 0 THEN
               ADD WS-RET-QTY (WS-RET-IDX)
                   TO WS-LOT-QTY (WS-LOT-FOUND-IDX)
               PERFORM 0480-SAVE-STOCK-LOT THRU 0480-END

               IF WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
                       < WS-RETURN-DATE
                   DISPLAY "WARNING - lot " WS-LOT-INPUT
                       " is past its expiry date - write it off."
               END-IF
           END-IF.

       0460-END.

       0470-LOAD-STOCK-LOT.
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

       0470-END.

       0480-SAVE-STOCK-LOT.
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

       0480-END.

       0500-WRITE-CREDIT-MEMO.
           STRING  'credit_'
                   WS-CREDIT-ID
               MOVE WS-RET-TAX (WS-RET-IDX) TO OT-TAX
               MOVE WS-OPERATOR-ID TO OT-OPERATOR-ID
               MOVE WS-REFUND-TENDER TO OT-TENDER
               MOVE WS-RET-UNIT-COST (WS-RET-IDX) TO OT-UNIT-COST
               WRITE TRANS-DETAILS
           END-PERFORM.

