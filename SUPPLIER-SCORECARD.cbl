       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT RECEIPT-HIST ASSIGN TO "RECEIPT-HIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RH-STATUS.

           SELECT PO-FILE ASSIGN TO "PO-FILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT SUPPLIER-LIST ASSIGN TO "supplierList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT SC-REPORT-FILE ASSIGN TO "supplier_scorecard.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

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

           FD SUPPLIER-LIST.
           01 SUPP-DETAILS.
               05  SUPPLIER-ID     PIC X(4).
               05  SUPPLIER-NAME   PIC X(20).
               05  SUPPLIER-PHONE  PIC X(12).

           FD SC-REPORT-FILE.
           01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-RH-STATUS         PIC X(2).
           01  WS-PO-STATUS         PIC X(2).
           01  WS-SUPP-FILE-STATUS  PIC X(2).

           01  WS-EOF-RH           PIC X VALUE "N".
           01  WS-EOF-PO           PIC X VALUE "N".
           01  WS-EOF-SUPP         PIC X VALUE "N".

           01  WS-REPORT-DATE      PIC 9(8).

           01  WS-FROM-DATE        PIC 9(8).
           01  WS-TO-DATE          PIC 9(8).

           01  WS-DUMMY-HEADER     PIC X(36).

           01  WS-SUPP-COUNT       PIC 9(3) VALUE 0.
           01  WS-SUPP-IDX         PIC 9(3) VALUE 0.
           01  WS-SUPP-FOUND-IDX   PIC 9(3) VALUE 0.
           01  WS-SUPP-SEARCH-ID   PIC X(4).

           01  WS-SUPPLIER-TABLE.
               05  WS-SUPP-ROWS OCCURS 100 TIMES.
                   10  WS-SUPP-ID         PIC X(4).
                   10  WS-SUPP-NAME       PIC X(20).
                   10  WS-SUPP-PHONE      PIC X(12).
                   10  WS-SUPP-LINES      PIC 9(4).
                   10  WS-SUPP-RCPTS      PIC 9(5).
                   10  WS-SUPP-LEAD-DAYS  PIC 9(7).
                   10  WS-SUPP-MEASURED   PIC 9(4).
                   10  WS-SUPP-ON-TIME    PIC 9(4).
                   10  WS-SUPP-QTY-ORD    PIC 9(7).
                   10  WS-SUPP-QTY-RECV   PIC 9(7).
                   10  WS-SUPP-PARTS      PIC 9(4).
                   10  WS-SUPP-LATE-POS   PIC 9(3).

           01  WS-LN-COUNT         PIC 9(3) VALUE 0.
           01  WS-LN-IDX           PIC 9(3) VALUE 0.
           01  WS-LN-FOUND-IDX     PIC 9(3) VALUE 0.
           01  WS-LN-OVERFLOW      PIC X VALUE "N".
           01  WS-LN-SEARCH-PO     PIC 9(5).
           01  WS-LN-SEARCH-LINE   PIC 9(3).

           01  WS-PO-LINE-TABLE.
               05  WS-LN-ROWS OCCURS 400 TIMES.
                   10  WS-LN-PO-NUMBER    PIC 9(5).
                   10  WS-LN-PO-LINE      PIC 9(3).
                   10  WS-LN-PROD-ID      PIC X(4).
                   10  WS-LN-SUPP-ID      PIC X(4).
                   10  WS-LN-ORDERED      PIC 9(5).
                   10  WS-LN-RECEIVED     PIC 9(6).
                   10  WS-LN-ORD-DATE     PIC 9(8).
                   10  WS-LN-EXP-DATE     PIC 9(8).
                   10  WS-LN-LAST-RCPT    PIC 9(8).

           01  WS-LATE-COUNT       PIC 9(3) VALUE 0.
           01  WS-LATE-IDX         PIC 9(3) VALUE 0.
           01  WS-LATE-FOUND       PIC X VALUE "N".

           01  WS-LATE-PO-TABLE.
               05  WS-LATE-ROWS OCCURS 200 TIMES.
                   10  WS-LATE-PO-NUMBER  PIC 9(5).
                   10  WS-LATE-SUPP-ID    PIC X(4).

           01  WS-LEAD-DAYS        PIC S9(5).
           01  WS-FILLED-QTY       PIC 9(6).

           01  WS-TOTALS.
               05  WS-TOT-LINES        PIC 9(5) VALUE 0.
               05  WS-TOT-RCPTS        PIC 9(5) VALUE 0.
               05  WS-TOT-LEAD-DAYS    PIC 9(8) VALUE 0.
               05  WS-TOT-MEASURED     PIC 9(5) VALUE 0.
               05  WS-TOT-ON-TIME      PIC 9(5) VALUE 0.
               05  WS-TOT-QTY-ORD      PIC 9(8) VALUE 0.
               05  WS-TOT-QTY-RECV     PIC 9(8) VALUE 0.
               05  WS-TOT-PARTS        PIC 9(5) VALUE 0.
               05  WS-TOT-LATE-POS     PIC 9(4) VALUE 0.

           01  WS-PRINT-FIELDS.
               05  WS-PR-LINES         PIC 9(5).
               05  WS-PR-RCPTS         PIC 9(5).
               05  WS-PR-LEAD-DAYS     PIC 9(8).
               05  WS-PR-MEASURED      PIC 9(5).
               05  WS-PR-ON-TIME       PIC 9(5).
               05  WS-PR-QTY-ORD       PIC 9(8).
               05  WS-PR-QTY-RECV      PIC 9(8).
               05  WS-PR-PARTS         PIC 9(5).
               05  WS-PR-LATE-POS      PIC 9(4).

           01  WS-RATE             PIC 9(3)V9.

           01  WS-LEAD-TEXT        PIC X(5).
           01  WS-ON-TIME-TEXT     PIC X(5).
           01  WS-FILL-TEXT        PIC X(5).

           01  DISPLAYS.
               05  DISPLAY-LINES       PIC ZZ9.
               05  DISPLAY-RATE        PIC ZZ9.9.
               05  DISPLAY-PARTS       PIC ZZ9.
               05  DISPLAY-LATE-POS    PIC ZZ9.

           01  WS-PR-ID            PIC X(4).
           01  WS-PR-NAME          PIC X(20).

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "SUPPLIER PERFORMANCE SCORECARD".

           01  COLS-LINE.
               05  FILLER          PIC X(40) VALUE
                   "SUPP  SUPPLIER            LINES    LEAD ".
               05  FILLER          PIC X(40) VALUE
                   "ONTIME%   FILL% PARTS  LATE".

           01  LEGEND-1            PIC X(60) VALUE
               "LINES   = PO LINES RAISED IN THE PERIOD".
           01  LEGEND-2            PIC X(60) VALUE
               "LEAD    = AVERAGE DAYS FROM PO DATE TO EACH RECEIPT".
           01  LEGEND-3            PIC X(60) VALUE
               "ONTIME% = DUE LINES RECEIVED IN FULL BY EXPECTED DATE".
           01  LEGEND-4            PIC X(60) VALUE
               "FILL%   = QTY RECEIVED / QTY ORDERED ON DUE LINES".
           01  LEGEND-5            PIC X(60) VALUE
               "PARTS   = RECEIPTS THAT LEFT A LINE STILL SHORT".
           01  LEGEND-6            PIC X(60) VALUE
               "LATE    = POS STILL OPEN PAST THEIR EXPECTED DATE".

           01  BLANK-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.

           DISPLAY "PO order date from (YYYYMMDD, 0 = all) >>> ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "PO order date to (YYYYMMDD, 0 = all) >>> ".
           ACCEPT WS-TO-DATE.

           IF WS-TO-DATE = 0 THEN
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

           PERFORM 0200-LOAD-SUPPLIERS THRU 0200-END.
           PERFORM 0300-READ-RECEIPTS THRU 0300-END.
           PERFORM 0400-READ-PO-FILE THRU 0400-END.

           IF WS-LN-COUNT = 0 AND WS-LATE-COUNT = 0 THEN
               DISPLAY "No purchase-order activity in that period."
           ELSE
               PERFORM 0600-SCORE-LINES THRU 0600-END
               PERFORM 0700-PRINT-REPORT THRU 0700-END
               DISPLAY WS-LN-COUNT " PO line(s) scored."
               DISPLAY "Report written to supplier_scorecard.txt."
           END-IF.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-SUPPLIERS.
           MOVE 0 TO WS-SUPP-COUNT.
           MOVE "N" TO WS-EOF-SUPP.
           OPEN INPUT SUPPLIER-LIST.

           IF WS-SUPP-FILE-STATUS = "35" THEN
               DISPLAY "No supplier master exists yet."
           ELSE
               READ SUPPLIER-LIST INTO WS-DUMMY-HEADER
                   AT END MOVE "Y" TO WS-EOF-SUPP
               END-READ

               PERFORM UNTIL WS-EOF-SUPP = "Y"
                   IF WS-SUPP-COUNT >= 100 THEN
                       DISPLAY "Supplier list exceeds 100 rows - "
                           "remaining rows ignored."
                       MOVE "Y" TO WS-EOF-SUPP
                   ELSE
                       READ SUPPLIER-LIST
                           AT END MOVE "Y" TO WS-EOF-SUPP
                           NOT AT END
                               ADD 1 TO WS-SUPP-COUNT
                               PERFORM 0210-INIT-SUPPLIER
                                   THRU 0210-END
                               MOVE SUPPLIER-ID
                                   TO WS-SUPP-ID (WS-SUPP-COUNT)
                               MOVE SUPPLIER-NAME
                                   TO WS-SUPP-NAME (WS-SUPP-COUNT)
                               MOVE SUPPLIER-PHONE
                                   TO WS-SUPP-PHONE (WS-SUPP-COUNT)
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE SUPPLIER-LIST
           END-IF.

       0200-END.

       0210-INIT-SUPPLIER.
           MOVE SPACES TO WS-SUPP-ID (WS-SUPP-COUNT).
           MOVE SPACES TO WS-SUPP-NAME (WS-SUPP-COUNT).
           MOVE SPACES TO WS-SUPP-PHONE (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-LINES (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-RCPTS (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-LEAD-DAYS (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-MEASURED (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-ON-TIME (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-QTY-ORD (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-QTY-RECV (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-PARTS (WS-SUPP-COUNT).
           MOVE 0 TO WS-SUPP-LATE-POS (WS-SUPP-COUNT).

       0210-END.

       0220-FIND-SUPPLIER.
           MOVE 0 TO WS-SUPP-FOUND-IDX.

           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
               IF WS-SUPP-ID (WS-SUPP-IDX) = WS-SUPP-SEARCH-ID
                       AND WS-SUPP-FOUND-IDX = 0
                   MOVE WS-SUPP-IDX TO WS-SUPP-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-SUPP-FOUND-IDX = 0 THEN
               IF WS-SUPP-COUNT >= 100 THEN
                   DISPLAY "Supplier " WS-SUPP-SEARCH-ID
                       " not on file and table full - ignored."
               ELSE
                   ADD 1 TO WS-SUPP-COUNT
                   PERFORM 0210-INIT-SUPPLIER THRU 0210-END
                   MOVE WS-SUPP-SEARCH-ID
                       TO WS-SUPP-ID (WS-SUPP-COUNT)
                   MOVE "(NOT ON FILE)"
                       TO WS-SUPP-NAME (WS-SUPP-COUNT)
                   MOVE WS-SUPP-COUNT TO WS-SUPP-FOUND-IDX
               END-IF
           END-IF.

       0220-END.

       0300-READ-RECEIPTS.
           MOVE "N" TO WS-EOF-RH.
           OPEN INPUT RECEIPT-HIST.

           IF WS-RH-STATUS = "35" THEN
               DISPLAY "No receipt history on file yet."
           ELSE
               PERFORM UNTIL WS-EOF-RH = "Y"
                   READ RECEIPT-HIST
                       AT END MOVE "Y" TO WS-EOF-RH
                       NOT AT END
                           PERFORM 0310-APPLY-RECEIPT THRU 0310-END
                   END-READ
               END-PERFORM

               CLOSE RECEIPT-HIST
           END-IF.

       0300-END.

       0310-APPLY-RECEIPT.
           IF RH-PO-LINE = 0 THEN
               GO TO 0310-END
           END-IF.

           IF RH-ORDER-DATE < WS-FROM-DATE
                   OR RH-ORDER-DATE > WS-TO-DATE
               GO TO 0310-END
           END-IF.

           MOVE RH-PO-NUMBER TO WS-LN-SEARCH-PO.
           MOVE RH-PO-LINE TO WS-LN-SEARCH-LINE.
           PERFORM 0320-FIND-LINE THRU 0320-END.

           IF WS-LN-FOUND-IDX = 0 THEN
               PERFORM 0330-ADD-LINE-FROM-RECEIPT THRU 0330-END
           END-IF.

           IF WS-LN-FOUND-IDX = 0 THEN
               GO TO 0310-END
           END-IF.

           ADD RH-QTY TO WS-LN-RECEIVED (WS-LN-FOUND-IDX).

           IF RH-RECEIPT-DATE > WS-LN-LAST-RCPT (WS-LN-FOUND-IDX)
               MOVE RH-RECEIPT-DATE
                   TO WS-LN-LAST-RCPT (WS-LN-FOUND-IDX)
           END-IF.

           MOVE RH-SUPPLIER-ID TO WS-SUPP-SEARCH-ID.
           PERFORM 0220-FIND-SUPPLIER THRU 0220-END.

           IF WS-SUPP-FOUND-IDX = 0 THEN
               GO TO 0310-END
           END-IF.

           IF RH-ORDER-DATE > 0
                   AND RH-RECEIPT-DATE >= RH-ORDER-DATE
               COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE (RH-RECEIPT-DATE)
                   - FUNCTION INTEGER-OF-DATE (RH-ORDER-DATE)
               ADD WS-LEAD-DAYS
                   TO WS-SUPP-LEAD-DAYS (WS-SUPP-FOUND-IDX)
               ADD 1 TO WS-SUPP-RCPTS (WS-SUPP-FOUND-IDX)
           END-IF.

           IF WS-LN-RECEIVED (WS-LN-FOUND-IDX)
                   < WS-LN-ORDERED (WS-LN-FOUND-IDX)
               ADD 1 TO WS-SUPP-PARTS (WS-SUPP-FOUND-IDX)
           END-IF.

       0310-END.

       0320-FIND-LINE.
           MOVE 0 TO WS-LN-FOUND-IDX.

           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-PO-NUMBER (WS-LN-IDX) = WS-LN-SEARCH-PO
                       AND WS-LN-PO-LINE (WS-LN-IDX)
                           = WS-LN-SEARCH-LINE
                       AND WS-LN-FOUND-IDX = 0
                   MOVE WS-LN-IDX TO WS-LN-FOUND-IDX
               END-IF
           END-PERFORM.

       0320-END.

       0330-ADD-LINE-FROM-RECEIPT.
           IF WS-LN-COUNT >= 400 THEN
               IF WS-LN-OVERFLOW = "N" THEN
                   DISPLAY "PO lines exceed 400 rows - "
                       "remaining lines ignored."
                   MOVE "Y" TO WS-LN-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE RH-PO-NUMBER TO WS-LN-PO-NUMBER (WS-LN-COUNT)
               MOVE RH-PO-LINE TO WS-LN-PO-LINE (WS-LN-COUNT)
               MOVE RH-PRODUCT-ID TO WS-LN-PROD-ID (WS-LN-COUNT)
               MOVE RH-SUPPLIER-ID TO WS-LN-SUPP-ID (WS-LN-COUNT)
               MOVE RH-QTY-ORDERED TO WS-LN-ORDERED (WS-LN-COUNT)
               MOVE 0 TO WS-LN-RECEIVED (WS-LN-COUNT)
               MOVE RH-ORDER-DATE TO WS-LN-ORD-DATE (WS-LN-COUNT)
               MOVE RH-EXPECTED-DATE
                   TO WS-LN-EXP-DATE (WS-LN-COUNT)
               MOVE 0 TO WS-LN-LAST-RCPT (WS-LN-COUNT)
               MOVE WS-LN-COUNT TO WS-LN-FOUND-IDX
           END-IF.

       0330-END.

       0400-READ-PO-FILE.
           MOVE "N" TO WS-EOF-PO.
           OPEN INPUT PO-FILE.

           IF WS-PO-STATUS = "35" THEN
               DISPLAY "No purchase orders on file yet."
           ELSE
               PERFORM UNTIL WS-EOF-PO = "Y"
                   READ PO-FILE
                       AT END MOVE "Y" TO WS-EOF-PO
                       NOT AT END
                           PERFORM 0410-APPLY-PO-LINE THRU 0410-END
                   END-READ
               END-PERFORM

               CLOSE PO-FILE
           END-IF.

       0400-END.

       0410-APPLY-PO-LINE.
           IF PO-ORDER-DATE < WS-FROM-DATE
                   OR PO-ORDER-DATE > WS-TO-DATE
               GO TO 0410-END
           END-IF.

           MOVE PO-NUMBER TO WS-LN-SEARCH-PO.
           IF PO-LINE IS NUMERIC THEN
               MOVE PO-LINE TO WS-LN-SEARCH-LINE
           ELSE
               MOVE 0 TO WS-LN-SEARCH-LINE
           END-IF.
           PERFORM 0320-FIND-LINE THRU 0320-END.

           IF WS-LN-FOUND-IDX = 0 THEN
               PERFORM 0420-ADD-LINE-FROM-PO THRU 0420-END
           END-IF.

           IF PO-STATUS = "O"
                   AND PO-EXPECTED-DATE < WS-REPORT-DATE
               PERFORM 0430-COUNT-LATE-PO THRU 0430-END
           END-IF.

       0410-END.

       0420-ADD-LINE-FROM-PO.
           IF WS-LN-COUNT >= 400 THEN
               IF WS-LN-OVERFLOW = "N" THEN
                   DISPLAY "PO lines exceed 400 rows - "
                       "remaining lines ignored."
                   MOVE "Y" TO WS-LN-OVERFLOW
               END-IF
           ELSE
               ADD 1 TO WS-LN-COUNT
               MOVE PO-NUMBER TO WS-LN-PO-NUMBER (WS-LN-COUNT)
               MOVE WS-LN-SEARCH-LINE TO WS-LN-PO-LINE (WS-LN-COUNT)
               MOVE PO-PRODUCT-ID TO WS-LN-PROD-ID (WS-LN-COUNT)
               MOVE PO-SUPPLIER-ID TO WS-LN-SUPP-ID (WS-LN-COUNT)
               MOVE PO-QTY-ORDERED TO WS-LN-ORDERED (WS-LN-COUNT)
               MOVE PO-QTY-RECEIVED
                   TO WS-LN-RECEIVED (WS-LN-COUNT)
               MOVE PO-ORDER-DATE TO WS-LN-ORD-DATE (WS-LN-COUNT)
               MOVE PO-EXPECTED-DATE
                   TO WS-LN-EXP-DATE (WS-LN-COUNT)
               MOVE 0 TO WS-LN-LAST-RCPT (WS-LN-COUNT)
           END-IF.

       0420-END.

       0430-COUNT-LATE-PO.
           MOVE "N" TO WS-LATE-FOUND.

           PERFORM VARYING WS-LATE-IDX FROM 1 BY 1
                   UNTIL WS-LATE-IDX > WS-LATE-COUNT
               IF WS-LATE-PO-NUMBER (WS-LATE-IDX) = PO-NUMBER
                       AND WS-LATE-SUPP-ID (WS-LATE-IDX)
                           = PO-SUPPLIER-ID
                   MOVE "Y" TO WS-LATE-FOUND
               END-IF
           END-PERFORM.

           IF WS-LATE-FOUND = "Y" OR WS-LATE-COUNT >= 200 THEN
               GO TO 0430-END
           END-IF.

           ADD 1 TO WS-LATE-COUNT.
           MOVE PO-NUMBER TO WS-LATE-PO-NUMBER (WS-LATE-COUNT).
           MOVE PO-SUPPLIER-ID TO WS-LATE-SUPP-ID (WS-LATE-COUNT).

           MOVE PO-SUPPLIER-ID TO WS-SUPP-SEARCH-ID.
           PERFORM 0220-FIND-SUPPLIER THRU 0220-END.

           IF WS-SUPP-FOUND-IDX > 0 THEN
               ADD 1 TO WS-SUPP-LATE-POS (WS-SUPP-FOUND-IDX)
           END-IF.

       0430-END.

       0600-SCORE-LINES.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               PERFORM 0610-SCORE-ONE-LINE THRU 0610-END
           END-PERFORM.

       0600-END.

       0610-SCORE-ONE-LINE.
           MOVE WS-LN-SUPP-ID (WS-LN-IDX) TO WS-SUPP-SEARCH-ID.
           PERFORM 0220-FIND-SUPPLIER THRU 0220-END.

           IF WS-SUPP-FOUND-IDX = 0 THEN
               GO TO 0610-END
           END-IF.

           ADD 1 TO WS-SUPP-LINES (WS-SUPP-FOUND-IDX).

           IF WS-LN-RECEIVED (WS-LN-IDX) < WS-LN-ORDERED (WS-LN-IDX)
                   AND WS-LN-EXP-DATE (WS-LN-IDX) >= WS-REPORT-DATE
               GO TO 0610-END
           END-IF.

           ADD 1 TO WS-SUPP-MEASURED (WS-SUPP-FOUND-IDX).
           ADD WS-LN-ORDERED (WS-LN-IDX)
               TO WS-SUPP-QTY-ORD (WS-SUPP-FOUND-IDX).

           IF WS-LN-RECEIVED (WS-LN-IDX) > WS-LN-ORDERED (WS-LN-IDX)
               MOVE WS-LN-ORDERED (WS-LN-IDX) TO WS-FILLED-QTY
           ELSE
               MOVE WS-LN-RECEIVED (WS-LN-IDX) TO WS-FILLED-QTY
           END-IF.

           ADD WS-FILLED-QTY TO WS-SUPP-QTY-RECV (WS-SUPP-FOUND-IDX).

           IF WS-LN-RECEIVED (WS-LN-IDX) >= WS-LN-ORDERED (WS-LN-IDX)
                   AND WS-LN-LAST-RCPT (WS-LN-IDX) > 0
                   AND WS-LN-LAST-RCPT (WS-LN-IDX)
                       <= WS-LN-EXP-DATE (WS-LN-IDX)
               ADD 1 TO WS-SUPP-ON-TIME (WS-SUPP-FOUND-IDX)
           END-IF.

       0610-END.

       0700-PRINT-REPORT.
           OPEN OUTPUT SC-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:30)
                   '  '   DELIMITED BY SIZE
                   WS-REPORT-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'POS RAISED ' DELIMITED BY SIZE
                   WS-FROM-DATE (1:8)
                   ' TO '   DELIMITED BY SIZE
                   WS-TO-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM COLS-LINE.

           PERFORM VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-COUNT
               PERFORM 0710-PRINT-ONE-SUPPLIER THRU 0710-END
           END-PERFORM.

           WRITE REPORT-RECORD FROM BLANK-LINE.

           MOVE SPACES TO WS-PR-ID.
           MOVE "ALL SUPPLIERS" TO WS-PR-NAME.
           MOVE WS-TOT-LINES TO WS-PR-LINES.
           MOVE WS-TOT-RCPTS TO WS-PR-RCPTS.
           MOVE WS-TOT-LEAD-DAYS TO WS-PR-LEAD-DAYS.
           MOVE WS-TOT-MEASURED TO WS-PR-MEASURED.
           MOVE WS-TOT-ON-TIME TO WS-PR-ON-TIME.
           MOVE WS-TOT-QTY-ORD TO WS-PR-QTY-ORD.
           MOVE WS-TOT-QTY-RECV TO WS-PR-QTY-RECV.
           MOVE WS-TOT-PARTS TO WS-PR-PARTS.
           MOVE WS-TOT-LATE-POS TO WS-PR-LATE-POS.
           PERFORM 0720-PRINT-SCORE-LINE THRU 0720-END.

           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM LEGEND-1.
           WRITE REPORT-RECORD FROM LEGEND-2.
           WRITE REPORT-RECORD FROM LEGEND-3.
           WRITE REPORT-RECORD FROM LEGEND-4.
           WRITE REPORT-RECORD FROM LEGEND-5.
           WRITE REPORT-RECORD FROM LEGEND-6.

           CLOSE SC-REPORT-FILE.

       0700-END.

       0710-PRINT-ONE-SUPPLIER.
           MOVE WS-SUPP-ID (WS-SUPP-IDX) TO WS-PR-ID.
           MOVE WS-SUPP-NAME (WS-SUPP-IDX) TO WS-PR-NAME.
           MOVE WS-SUPP-LINES (WS-SUPP-IDX) TO WS-PR-LINES.
           MOVE WS-SUPP-RCPTS (WS-SUPP-IDX) TO WS-PR-RCPTS.
           MOVE WS-SUPP-LEAD-DAYS (WS-SUPP-IDX) TO WS-PR-LEAD-DAYS.
           MOVE WS-SUPP-MEASURED (WS-SUPP-IDX) TO WS-PR-MEASURED.
           MOVE WS-SUPP-ON-TIME (WS-SUPP-IDX) TO WS-PR-ON-TIME.
           MOVE WS-SUPP-QTY-ORD (WS-SUPP-IDX) TO WS-PR-QTY-ORD.
           MOVE WS-SUPP-QTY-RECV (WS-SUPP-IDX) TO WS-PR-QTY-RECV.
           MOVE WS-SUPP-PARTS (WS-SUPP-IDX) TO WS-PR-PARTS.
           MOVE WS-SUPP-LATE-POS (WS-SUPP-IDX) TO WS-PR-LATE-POS.

           PERFORM 0720-PRINT-SCORE-LINE THRU 0720-END.

           ADD WS-PR-LINES TO WS-TOT-LINES.
           ADD WS-PR-RCPTS TO WS-TOT-RCPTS.
           ADD WS-PR-LEAD-DAYS TO WS-TOT-LEAD-DAYS.
           ADD WS-PR-MEASURED TO WS-TOT-MEASURED.
           ADD WS-PR-ON-TIME TO WS-TOT-ON-TIME.
           ADD WS-PR-QTY-ORD TO WS-TOT-QTY-ORD.
           ADD WS-PR-QTY-RECV TO WS-TOT-QTY-RECV.
           ADD WS-PR-PARTS TO WS-TOT-PARTS.
           ADD WS-PR-LATE-POS TO WS-TOT-LATE-POS.

       0710-END.

       0720-PRINT-SCORE-LINE.
           MOVE "    -" TO WS-LEAD-TEXT.
           MOVE "    -" TO WS-ON-TIME-TEXT.
           MOVE "    -" TO WS-FILL-TEXT.

           IF WS-PR-RCPTS > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-PR-LEAD-DAYS / WS-PR-RCPTS
               MOVE WS-RATE TO DISPLAY-RATE
               MOVE DISPLAY-RATE TO WS-LEAD-TEXT
           END-IF.

           IF WS-PR-MEASURED > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-PR-ON-TIME * 100 / WS-PR-MEASURED
               MOVE WS-RATE TO DISPLAY-RATE
               MOVE DISPLAY-RATE TO WS-ON-TIME-TEXT
           END-IF.

           IF WS-PR-QTY-ORD > 0 THEN
               COMPUTE WS-RATE ROUNDED =
                   WS-PR-QTY-RECV * 100 / WS-PR-QTY-ORD
               MOVE WS-RATE TO DISPLAY-RATE
               MOVE DISPLAY-RATE TO WS-FILL-TEXT
           END-IF.

           MOVE WS-PR-LINES TO DISPLAY-LINES.
           MOVE WS-PR-PARTS TO DISPLAY-PARTS.
           MOVE WS-PR-LATE-POS TO DISPLAY-LATE-POS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  WS-PR-ID (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-PR-NAME (1:20)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-LINES (1:3)
                   '   '   DELIMITED BY SIZE
                   WS-LEAD-TEXT (1:5)
                   '   '   DELIMITED BY SIZE
                   WS-ON-TIME-TEXT (1:5)
                   '   '   DELIMITED BY SIZE
                   WS-FILL-TEXT (1:5)
                   '   '   DELIMITED BY SIZE
                   DISPLAY-PARTS (1:3)
                   '   '   DELIMITED BY SIZE
                   DISPLAY-LATE-POS (1:3)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0720-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM SUPPLIER-SCORECARD.
