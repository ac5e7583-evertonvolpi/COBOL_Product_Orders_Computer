       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELIVERY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DELIVERY-FILE ASSIGN TO "DELIVERY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DL-STATUS.

           SELECT CUSTOMER-LIST ASSIGN TO "customerList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT DL-REPORT-FILE ASSIGN TO "open_deliveries.txt"
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

           FD DL-REPORT-FILE.
           01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-DL-STATUS        PIC X(2).
           01  WS-CUST-FILE-STATUS PIC X(2).

           01  WS-EOF-DL           PIC X VALUE "N".
           01  WS-CUST-EOF         PIC X VALUE "N".

           01  WS-DUMMY-HEADER     PIC X(31).

           01  WS-REPORT-DATE      PIC 9(8).
           01  WS-TODAY-INT        PIC 9(8).
           01  WS-AGE-DAYS         PIC S9(6).

           01  WS-CUST-COUNT       PIC 9(3) VALUE 0.
           01  WS-CUST-IDX         PIC 9(3) VALUE 0.

           01  WS-CUSTOMER-TABLE.
               05  WS-CUST-ROWS OCCURS 100 TIMES.
                   10  WS-CT-ID           PIC X(4).
                   10  WS-CT-NAME         PIC X(20).
                   10  WS-CT-LIMIT        PIC 9(5)V99.

           01  WS-HAVE-ORDER       PIC X VALUE "N".

           01  WS-CUR-ORDER.
               05  WS-CUR-ORDER-ID     PIC 9(3).
               05  WS-CUR-ORDER-DATE   PIC 9(8).
               05  WS-CUR-CUST-ID      PIC X(4).
               05  WS-CUR-CUST-NAME    PIC X(20).
               05  WS-CUR-LINES        PIC 9(3).

           01  WS-BAND-TEXT        PIC X(9).

           01  WS-ORDER-COUNT      PIC 9(3) VALUE 0.
           01  WS-LINE-COUNT       PIC 9(5) VALUE 0.
           01  WS-BAND-1-COUNT     PIC 9(3) VALUE 0.
           01  WS-BAND-2-COUNT     PIC 9(3) VALUE 0.
           01  WS-BAND-3-COUNT     PIC 9(3) VALUE 0.
           01  WS-BAND-4-COUNT     PIC 9(3) VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-LINES       PIC ZZ9.
               05  DISPLAY-AGE         PIC ZZZ9.
               05  DISPLAY-COUNT       PIC ZZ9.
               05  DISPLAY-TOTAL       PIC ZZZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "OPEN DELIVERIES REPORT".

           01  COLS-LINE.
               05  FILLER          PIC X(40) VALUE
                   "  ORDER  DATE      CUST  CUSTOMER       ".
               05  FILLER          PIC X(40) VALUE
                   "     LINES    AGE  BAND".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).

           PERFORM 0150-LOAD-CUSTOMERS THRU 0150-END.

           PERFORM 0200-PRINT-REPORT THRU 0200-END.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0150-LOAD-CUSTOMERS.
           MOVE 0 TO WS-CUST-COUNT.
           MOVE "N" TO WS-CUST-EOF.

           OPEN INPUT CUSTOMER-LIST.

           IF WS-CUST-FILE-STATUS = "35" THEN
               GO TO 0150-END
           END-IF.

           READ CUSTOMER-LIST INTO WS-DUMMY-HEADER
               AT END MOVE "Y" TO WS-CUST-EOF
           END-READ.

           PERFORM UNTIL WS-CUST-EOF = "Y"
               IF WS-CUST-COUNT >= 100 THEN
                   MOVE "Y" TO WS-CUST-EOF
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   READ CUSTOMER-LIST
                       INTO WS-CUST-ROWS (WS-CUST-COUNT)
                       AT END
                           SUBTRACT 1 FROM WS-CUST-COUNT
                           MOVE "Y" TO WS-CUST-EOF
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE CUSTOMER-LIST.

       0150-END.

       0200-PRINT-REPORT.
           MOVE "N" TO WS-EOF-DL.
           OPEN INPUT DELIVERY-FILE.

           IF WS-DL-STATUS = "35" THEN
               DISPLAY "No delivery orders on file yet."
               GO TO 0200-END
           END-IF.

           OPEN OUTPUT DL-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:22)
                   '  '   DELIMITED BY SIZE
                   WS-REPORT-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM COLS-LINE.

           PERFORM UNTIL WS-EOF-DL = "Y"
               READ DELIVERY-FILE
                   AT END MOVE "Y" TO WS-EOF-DL
                   NOT AT END
                       IF DL-STATUS = "O" THEN
                           PERFORM 0210-ADD-DELIVERY-LINE
                               THRU 0210-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DELIVERY-FILE.

           IF WS-HAVE-ORDER = "Y" THEN
               PERFORM 0220-PRINT-ONE-ORDER THRU 0220-END
           END-IF.

           PERFORM 0230-PRINT-TOTALS THRU 0230-END.

           CLOSE DL-REPORT-FILE.

           DISPLAY WS-ORDER-COUNT " order(s) awaiting dispatch.".
           DISPLAY "Report written to open_deliveries.txt.".

       0200-END.

       0210-ADD-DELIVERY-LINE.
           IF WS-HAVE-ORDER = "Y"
                   AND (DL-ORDER-ID NOT = WS-CUR-ORDER-ID
                       OR DL-ORDER-DATE NOT = WS-CUR-ORDER-DATE)
               PERFORM 0220-PRINT-ONE-ORDER THRU 0220-END
               MOVE "N" TO WS-HAVE-ORDER
           END-IF.

           IF WS-HAVE-ORDER = "N" THEN
               MOVE "Y" TO WS-HAVE-ORDER
               MOVE DL-ORDER-ID TO WS-CUR-ORDER-ID
               MOVE DL-ORDER-DATE TO WS-CUR-ORDER-DATE
               MOVE DL-CUST-ID TO WS-CUR-CUST-ID
               MOVE 0 TO WS-CUR-LINES
               PERFORM 0240-FIND-CUSTOMER-NAME THRU 0240-END
           END-IF.

           ADD 1 TO WS-CUR-LINES.
           ADD 1 TO WS-LINE-COUNT.

       0210-END.

       0220-PRINT-ONE-ORDER.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (WS-CUR-ORDER-DATE).

           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 2
                   MOVE "0-1 DAYS" TO WS-BAND-TEXT
                   ADD 1 TO WS-BAND-1-COUNT
               WHEN WS-AGE-DAYS < 4
                   MOVE "2-3 DAYS" TO WS-BAND-TEXT
                   ADD 1 TO WS-BAND-2-COUNT
               WHEN WS-AGE-DAYS < 8
                   MOVE "4-7 DAYS" TO WS-BAND-TEXT
                   ADD 1 TO WS-BAND-3-COUNT
               WHEN OTHER
                   MOVE "OVER 7" TO WS-BAND-TEXT
                   ADD 1 TO WS-BAND-4-COUNT
           END-EVALUATE.

           ADD 1 TO WS-ORDER-COUNT.

           MOVE WS-CUR-LINES TO DISPLAY-LINES.
           MOVE WS-AGE-DAYS TO DISPLAY-AGE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   WS-CUR-ORDER-ID (1:3)
                   '    '   DELIMITED BY SIZE
                   WS-CUR-ORDER-DATE (1:8)
                   '  '   DELIMITED BY SIZE
                   WS-CUR-CUST-ID (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-CUR-CUST-NAME (1:20)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-LINES (1:3)
                   '   '   DELIMITED BY SIZE
                   DISPLAY-AGE (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-BAND-TEXT (1:9)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0220-END.

       0230-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-BAND-1-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS 0-1 DAYS OLD   ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BAND-2-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS 2-3 DAYS OLD   ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BAND-3-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS 4-7 DAYS OLD   ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BAND-4-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS OVER 7 DAYS    ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ORDER-COUNT TO DISPLAY-COUNT.
           MOVE WS-LINE-COUNT TO DISPLAY-TOTAL.
           STRING  'OPEN ORDERS           ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  LINES ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:5)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0230-END.

       0240-FIND-CUSTOMER-NAME.
           MOVE "** NOT ON FILE **" TO WS-CUR-CUST-NAME.

           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CT-ID (WS-CUST-IDX) = WS-CUR-CUST-ID
                   MOVE WS-CT-NAME (WS-CUST-IDX) TO WS-CUR-CUST-NAME
               END-IF
           END-PERFORM.

       0240-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM DELIVERY-REPORT.
