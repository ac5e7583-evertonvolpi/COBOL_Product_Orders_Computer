               05  PO-QTY-RECEIVED    PIC 9(5).
               05  PO-ORDER-DATE      PIC 9(8).
               05  PO-EXPECTED-DATE   PIC 9(8).
               05  PO-UNIT-PRICE      PIC 9(3)V99.
               05  PO-LINE            PIC 9(3).

           FD SUPPLIER-LIST.
           01 SUPP-DETAILS.
                   10  WS-PO-ROW-RECEIVED PIC 9(5).
                   10  WS-PO-ROW-ORD-DATE PIC 9(8).
                   10  WS-PO-ROW-EXP-DATE PIC 9(8).
                   10  WS-PO-ROW-PRICE    PIC 9(3)V99.
                   10  WS-PO-ROW-PRINTED  PIC X.

           01  WS-OPEN-COUNT       PIC 9(3) VALUE 0.
               05  DISPLAY-ORDERED     PIC ZZZZ9.
               05  DISPLAY-RECEIVED    PIC ZZZZ9.
               05  DISPLAY-OUTSTAND    PIC ZZZZ9.
               05  DISPLAY-PRICE       PIC ZZ9.99.

           01  WS-LATE-FLAG        PIC X(6).

               "OPEN PURCHASE ORDERS BY SUPPLIER".

           01  COLS-LINE           PIC X(60) VALUE
               "  PO     PROD   ORDER  RECVD  OUTST   PRICE  EXPECTED".

           01  BLANK-LINE          PIC X(80) VALUE SPACES.

                   TO WS-PO-ROW-ORD-DATE (WS-PO-COUNT)
               MOVE PO-EXPECTED-DATE
                   TO WS-PO-ROW-EXP-DATE (WS-PO-COUNT)
               MOVE PO-UNIT-PRICE
                   TO WS-PO-ROW-PRICE (WS-PO-COUNT)
               MOVE "N" TO WS-PO-ROW-PRINTED (WS-PO-COUNT)
           END-IF.

           MOVE WS-PO-ROW-ORDERED (WS-PO-IDX) TO DISPLAY-ORDERED.
           MOVE WS-PO-ROW-RECEIVED (WS-PO-IDX) TO DISPLAY-RECEIVED.
           MOVE WS-OUTSTANDING TO DISPLAY-OUTSTAND.
           MOVE WS-PO-ROW-PRICE (WS-PO-IDX) TO DISPLAY-PRICE.

           IF WS-PO-ROW-EXP-DATE (WS-PO-IDX) < WS-REPORT-DATE THEN
               MOVE "  LATE" TO WS-LATE-FLAG
                   '  '   DELIMITED BY SIZE
                   DISPLAY-OUTSTAND (1:5)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-PRICE (1:6)
                   '  '   DELIMITED BY SIZE
                   WS-PO-ROW-EXP-DATE (WS-PO-IDX) (1:8)
                   WS-LATE-FLAG (1:6)
           INTO WS-REPORT-LINE
