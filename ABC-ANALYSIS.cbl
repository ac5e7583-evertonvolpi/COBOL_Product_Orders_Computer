       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABC-ANALYSIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ORDER-TRANS ASSIGN TO TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT PRODUCT-LIST ASSIGN TO "productsList.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRODUCT-ID
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT ABC-FILE ASSIGN TO "abc_analysis.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

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

           FD CLOSE-CONTROL.
           01 CTL-DETAILS.
               05  CC-DATE            PIC 9(8).
               05  CC-ORDER-COUNT     PIC 9(5).
               05  CC-REVENUE         PIC S9(7)V99.
               05  CC-TAX             PIC S9(7)V99.

           FD ABC-FILE.
           01 ABC-RECORD      PIC X(80).

           WORKING-STORAGE SECTION.
           01  WS-TRANS-STATUS     PIC X(2).
           01  WS-PRODUCT-STATUS   PIC X(2).
           01  WS-CTL-STATUS       PIC X(2).

           01  WS-EOF-TRANS        PIC X VALUE "N".
           01  WS-EOF-PRODUCT      PIC X VALUE "N".
           01  WS-EOF-CTL          PIC X VALUE "N".

           01  TRANS-FILENAME      PIC X(32) VALUE
               "ORDER-TRANS.DAT".

           01  WS-TODAY-DATE       PIC 9(8).
           01  WS-FROM-DATE        PIC 9(8).
           01  WS-TO-DATE          PIC 9(8).
           01  WS-PERIOD-DAYS      PIC 9(5).

           01  WS-SLOW-DAYS        PIC 9(3).
           01  WS-SLOW-UNITS       PIC 9(5).
           01  WS-WINDOW-DATE      PIC 9(8).
           01  WS-SCAN-FROM        PIC 9(8).

           01  WS-PROD-COUNT       PIC 9(3) VALUE 0.
           01  WS-PROD-IDX         PIC 9(3) VALUE 0.
           01  WS-PROD-FOUND-IDX   PIC 9(3) VALUE 0.

           01  WS-PRODUCT-TABLE.
               05  WS-PROD-ROWS OCCURS 200 TIMES.
                   10  WS-PROD-ID         PIC X(4).
                   10  WS-PROD-NAME       PIC X(20).
                   10  WS-PROD-ON-HAND    PIC 9(5).
                   10  WS-PROD-UNIT-COST  PIC 9(3)V99.
                   10  WS-PROD-ON-FILE    PIC X.
                   10  WS-PROD-UNITS      PIC S9(6)V99.
                   10  WS-PROD-VALUE      PIC S9(7)V99.
                   10  WS-PROD-WIN-UNITS  PIC S9(6)V99.
                   10  WS-PROD-LAST-SALE  PIC 9(8).
                   10  WS-PROD-RANKED     PIC X.

           01  WS-DOC-SIGN         PIC S9 VALUE +1.
           01  WS-LINE-UNITS       PIC S9(3)V99.
           01  WS-LINE-VALUE       PIC S9(5)V99.
           01  WS-LINE-COUNT       PIC 9(5) VALUE 0.

           01  WS-TOTAL-VALUE      PIC S9(7)V99 VALUE 0.
           01  WS-CUM-VALUE        PIC S9(7)V99 VALUE 0.
           01  WS-CUM-PCT          PIC 9(3)V9.
           01  WS-PRIOR-PCT        PIC 9(3)V9.

           01  WS-BEST-IDX         PIC 9(3) VALUE 0.
           01  WS-BEST-VALUE       PIC S9(7)V99.

           01  WS-CLASS            PIC X.

           01  WS-CLASS-TOTALS.
               05  WS-CLASS-ROWS OCCURS 3 TIMES.
                   10  WS-CLASS-COUNT     PIC 9(3).
                   10  WS-CLASS-VALUE     PIC S9(7)V99.
           01  WS-CLASS-IDX        PIC 9.

           01  WS-COVER-WEEKS      PIC 9(4)V9.
           01  WS-COVER-TEXT       PIC X(6).
           01  WS-LAST-SALE-TEXT   PIC X(8).

           01  WS-STOCK-VALUE      PIC 9(7)V99.
           01  WS-TIED-UP-VALUE    PIC 9(7)V99 VALUE 0.
           01  WS-DEAD-COUNT       PIC 9(3) VALUE 0.
           01  WS-SLOW-COUNT       PIC 9(3) VALUE 0.
           01  WS-STOCK-STATE      PIC X(4).

           01  DISPLAYS.
               05  DISPLAY-UNITS       PIC ZZZZ9.99.
               05  DISPLAY-WIN-UNITS   PIC -ZZZ9.99.
               05  DISPLAY-VALUE       PIC $$$,$$9.99.
               05  DISPLAY-TOTAL       PIC $$,$$$,$$9.99-.
               05  DISPLAY-CUM-PCT     PIC ZZ9.9.
               05  DISPLAY-COVER       PIC ZZZ9.9.
               05  DISPLAY-ON-HAND     PIC ZZZZ9.
               05  DISPLAY-COST        PIC ZZ9.99.
               05  DISPLAY-COUNT       PIC ZZ9.
               05  DISPLAY-DAYS        PIC ZZ9.
               05  DISPLAY-THRESHOLD   PIC ZZZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "ABC SALES ANALYSIS".

           01  ABC-HEAD-LINE.
               05  FILLER          PIC X(38) VALUE
                   "CLASS A = TOP 80% OF NET SALES VALUE  ".
               05  FILLER          PIC X(22) VALUE
                   "B = NEXT 15%  C = REST".

           01  ABC-COLS-LINE.
               05  FILLER          PIC X(40) VALUE
                   "CL  ID    PRODUCT                 UNITS ".
               05  FILLER          PIC X(40) VALUE
                   "     VALUE   CUM%   COVER  LAST SALE".

           01  DEAD-COLS-LINE.
               05  FILLER          PIC X(40) VALUE
                   " STAT  ID    PRODUCT                 UNI".
               05  FILLER          PIC X(40) VALUE
                   "TS STOCK    COST      VALUE  LAST SALE".

           01  LEGEND-1            PIC X(60) VALUE
               "COVER = WEEKS OF ON-HAND AT THE PERIOD'S SALES RATE".
           01  LEGEND-2.
               05  FILLER          PIC X(40) VALUE
                   "UNITS = NET UNITS SOLD IN THE WINDOW  ".
               05  FILLER          PIC X(40) VALUE
                   "VALUE = ON-HAND AT UNIT COST".

           01  BLANK-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "Period TO date (YYYYMMDD, 0 = today) >>> ".
           ACCEPT WS-TO-DATE.

           IF WS-TO-DATE = 0 THEN
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF.

           DISPLAY "Period FROM date (YYYYMMDD, 0 = 90 days "
               "before TO date) >>> ".
           ACCEPT WS-FROM-DATE.

           IF WS-FROM-DATE = 0 THEN
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TO-DATE) - 89)
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE THEN
               DISPLAY "FROM date is after TO date - "
                   "nothing to analyse."
               PERFORM 9000-END-PROGRAM
           END-IF.

           DISPLAY "Dead/slow window in days (0 = 90) >>> ".
           ACCEPT WS-SLOW-DAYS.

           IF WS-SLOW-DAYS = 0 THEN
               MOVE 90 TO WS-SLOW-DAYS
           END-IF.

           DISPLAY "Slow if fewer units sold in the window than "
               "(0 = list unsold lines only) >>> ".
           ACCEPT WS-SLOW-UNITS.

           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) + 1.

           COMPUTE WS-WINDOW-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
               - WS-SLOW-DAYS + 1).

           IF WS-WINDOW-DATE < WS-FROM-DATE THEN
               MOVE WS-WINDOW-DATE TO WS-SCAN-FROM
           ELSE
               MOVE WS-FROM-DATE TO WS-SCAN-FROM
           END-IF.

           PERFORM 0200-LOAD-CATALOG THRU 0200-END.
           PERFORM 0250-READ-ARCHIVES THRU 0250-END.

           MOVE "ORDER-TRANS.DAT" TO TRANS-FILENAME.
           PERFORM 0300-READ-TRANSACTIONS THRU 0300-END.

           OPEN OUTPUT ABC-FILE.
           PERFORM 0400-PRINT-ABC-SECTION THRU 0400-END.
           PERFORM 0600-PRINT-DEAD-SECTION THRU 0600-END.
           CLOSE ABC-FILE.

           DISPLAY WS-LINE-COUNT " transaction line(s) analysed.".
           DISPLAY WS-DEAD-COUNT " dead and " WS-SLOW-COUNT
               " slow line(s) listed.".
           DISPLAY "Report written to abc_analysis.txt.".
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-CATALOG.
           MOVE "N" TO WS-EOF-PRODUCT.
           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS = "35" THEN
               DISPLAY "No product catalog exists yet - "
                   "stock figures reported as zero."
           ELSE
               IF WS-PRODUCT-STATUS NOT = "00" THEN
                   DISPLAY "Product catalog open failed - "
                       "file status " WS-PRODUCT-STATUS "."
                   DISPLAY "The catalog may need rebuilding to "
                       "the current record layout."
                   PERFORM 9000-END-PROGRAM
               END-IF

               PERFORM UNTIL WS-EOF-PRODUCT = "Y"
                   READ PRODUCT-LIST
                       AT END MOVE "Y" TO WS-EOF-PRODUCT
                       NOT AT END
                           PERFORM 0210-ADD-PRODUCT-ROW THRU 0210-END
                   END-READ
               END-PERFORM

               CLOSE PRODUCT-LIST
           END-IF.

       0200-END.

       0210-ADD-PRODUCT-ROW.
           IF WS-PROD-COUNT >= 200 THEN
               DISPLAY "Catalog exceeds 200 rows - "
                   "remaining products ignored."
               MOVE "Y" TO WS-EOF-PRODUCT
           ELSE
               ADD 1 TO WS-PROD-COUNT
               MOVE PRODUCT-ID TO WS-PROD-ID (WS-PROD-COUNT)
               MOVE PRODUCT-NAME TO WS-PROD-NAME (WS-PROD-COUNT)
               MOVE PRODUCT-QTY-ON-HAND
                   TO WS-PROD-ON-HAND (WS-PROD-COUNT)
               MOVE PRODUCT-UNIT-COST
                   TO WS-PROD-UNIT-COST (WS-PROD-COUNT)
               MOVE "Y" TO WS-PROD-ON-FILE (WS-PROD-COUNT)
               PERFORM 0220-CLEAR-PRODUCT-TOTALS THRU 0220-END
           END-IF.

       0210-END.

       0220-CLEAR-PRODUCT-TOTALS.
           MOVE 0 TO WS-PROD-UNITS (WS-PROD-COUNT).
           MOVE 0 TO WS-PROD-VALUE (WS-PROD-COUNT).
           MOVE 0 TO WS-PROD-WIN-UNITS (WS-PROD-COUNT).
           MOVE 0 TO WS-PROD-LAST-SALE (WS-PROD-COUNT).
           MOVE "N" TO WS-PROD-RANKED (WS-PROD-COUNT).

       0220-END.

       0250-READ-ARCHIVES.
           MOVE "N" TO WS-EOF-CTL.

           OPEN INPUT CLOSE-CONTROL.

           IF WS-CTL-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CLOSE-CONTROL
                       AT END MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           IF CC-DATE >= WS-SCAN-FROM
                                   AND CC-DATE <= WS-TO-DATE
                               PERFORM 0260-READ-ONE-ARCHIVE
                                   THRU 0260-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSE-CONTROL
           END-IF.

       0250-END.

       0260-READ-ONE-ARCHIVE.
           MOVE SPACES TO TRANS-FILENAME.
           STRING  "history/"           DELIMITED BY SIZE
                   CC-DATE (1:8)
                   "/ORDER-TRANS.DAT"   DELIMITED BY SIZE
           INTO TRANS-FILENAME
           END-STRING.

           PERFORM 0300-READ-TRANSACTIONS THRU 0300-END.

       0260-END.

       0300-READ-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           OPEN INPUT ORDER-TRANS.

           IF WS-TRANS-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-TRANS = "Y"
                   READ ORDER-TRANS
                       AT END MOVE "Y" TO WS-EOF-TRANS
                       NOT AT END
                           IF OT-DATE <= WS-TO-DATE
                               PERFORM 0310-ADD-ONE-RECORD
                                   THRU 0310-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORDER-TRANS
           END-IF.

       0300-END.

       0310-ADD-ONE-RECORD.
           PERFORM 0320-FIND-PRODUCT-ROW THRU 0320-END.

           IF WS-PROD-FOUND-IDX = 0 THEN
               GO TO 0310-END
           END-IF.

           IF OT-TYPE = "R" THEN
               MOVE -1 TO WS-DOC-SIGN
           ELSE
               MOVE +1 TO WS-DOC-SIGN
               IF OT-DATE > WS-PROD-LAST-SALE (WS-PROD-FOUND-IDX)
                   MOVE OT-DATE
                       TO WS-PROD-LAST-SALE (WS-PROD-FOUND-IDX)
               END-IF
           END-IF.

           COMPUTE WS-LINE-UNITS = WS-DOC-SIGN * OT-QTY.
           COMPUTE WS-LINE-VALUE = WS-DOC-SIGN * OT-SUBTOTAL.

           IF OT-DATE >= WS-FROM-DATE THEN
               ADD 1 TO WS-LINE-COUNT
               ADD WS-LINE-UNITS
                   TO WS-PROD-UNITS (WS-PROD-FOUND-IDX)
               ADD WS-LINE-VALUE
                   TO WS-PROD-VALUE (WS-PROD-FOUND-IDX)
           END-IF.

           IF OT-DATE >= WS-WINDOW-DATE THEN
               ADD WS-LINE-UNITS
                   TO WS-PROD-WIN-UNITS (WS-PROD-FOUND-IDX)
           END-IF.

       0310-END.

       0320-FIND-PRODUCT-ROW.
           MOVE 0 TO WS-PROD-FOUND-IDX.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-ID (WS-PROD-IDX) = OT-PRODUCT-ID THEN
                   MOVE WS-PROD-IDX TO WS-PROD-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-PROD-FOUND-IDX = 0 AND WS-PROD-COUNT < 200 THEN
               ADD 1 TO WS-PROD-COUNT
               MOVE OT-PRODUCT-ID TO WS-PROD-ID (WS-PROD-COUNT)
               MOVE "(NOT ON FILE)" TO WS-PROD-NAME (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-ON-HAND (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-UNIT-COST (WS-PROD-COUNT)
               MOVE "N" TO WS-PROD-ON-FILE (WS-PROD-COUNT)
               PERFORM 0220-CLEAR-PRODUCT-TOTALS THRU 0220-END
               MOVE WS-PROD-COUNT TO WS-PROD-FOUND-IDX
           END-IF.

       0320-END.

       0400-PRINT-ABC-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:18)
                   '  '   DELIMITED BY SIZE
                   WS-FROM-DATE (1:8)
                   ' - '  DELIMITED BY SIZE
                   WS-TO-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ABC-RECORD FROM WS-REPORT-LINE.
           WRITE ABC-RECORD FROM ABC-HEAD-LINE.
           WRITE ABC-RECORD FROM BLANK-LINE.
           WRITE ABC-RECORD FROM ABC-COLS-LINE.

           MOVE 0 TO WS-TOTAL-VALUE.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-VALUE (WS-PROD-IDX) > 0 THEN
                   ADD WS-PROD-VALUE (WS-PROD-IDX) TO WS-TOTAL-VALUE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 3
               MOVE 0 TO WS-CLASS-COUNT (WS-CLASS-IDX)
               MOVE 0 TO WS-CLASS-VALUE (WS-CLASS-IDX)
           END-PERFORM.

           MOVE 0 TO WS-CUM-VALUE.
           MOVE 1 TO WS-BEST-IDX.

           PERFORM UNTIL WS-BEST-IDX = 0
               PERFORM 0410-FIND-NEXT-BEST THRU 0410-END
               IF WS-BEST-IDX > 0 THEN
                   PERFORM 0420-PRINT-ABC-LINE THRU 0420-END
               END-IF
           END-PERFORM.

           IF WS-TOTAL-VALUE = 0 THEN
               MOVE "  NO NET SALES IN THE PERIOD." TO WS-REPORT-LINE
               WRITE ABC-RECORD FROM WS-REPORT-LINE
           END-IF.

           WRITE ABC-RECORD FROM BLANK-LINE.

           PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
                   UNTIL WS-CLASS-IDX > 3
               PERFORM 0430-PRINT-CLASS-TOTAL THRU 0430-END
           END-PERFORM.

           MOVE WS-TOTAL-VALUE TO DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'NET SALES VALUE            ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:14)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ABC-RECORD FROM WS-REPORT-LINE.

           WRITE ABC-RECORD FROM LEGEND-1.
           PERFORM 0450-PRINT-SCAN-LEGEND THRU 0450-END.

       0400-END.

       0410-FIND-NEXT-BEST.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 0 TO WS-BEST-VALUE.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-RANKED (WS-PROD-IDX) = "N"
                       AND WS-PROD-VALUE (WS-PROD-IDX) > WS-BEST-VALUE
                   MOVE WS-PROD-IDX TO WS-BEST-IDX
                   MOVE WS-PROD-VALUE (WS-PROD-IDX) TO WS-BEST-VALUE
               END-IF
           END-PERFORM.

           IF WS-BEST-IDX > 0 THEN
               MOVE "Y" TO WS-PROD-RANKED (WS-BEST-IDX)
           END-IF.

       0410-END.

       0420-PRINT-ABC-LINE.
           COMPUTE WS-PRIOR-PCT ROUNDED =
               WS-CUM-VALUE * 100 / WS-TOTAL-VALUE.
           ADD WS-PROD-VALUE (WS-BEST-IDX) TO WS-CUM-VALUE.
           COMPUTE WS-CUM-PCT ROUNDED =
               WS-CUM-VALUE * 100 / WS-TOTAL-VALUE.

           IF WS-PRIOR-PCT < 80 THEN
               MOVE "A" TO WS-CLASS
               MOVE 1 TO WS-CLASS-IDX
           ELSE
               IF WS-PRIOR-PCT < 95 THEN
                   MOVE "B" TO WS-CLASS
                   MOVE 2 TO WS-CLASS-IDX
               ELSE
                   MOVE "C" TO WS-CLASS
                   MOVE 3 TO WS-CLASS-IDX
               END-IF
           END-IF.

           ADD 1 TO WS-CLASS-COUNT (WS-CLASS-IDX).
           ADD WS-PROD-VALUE (WS-BEST-IDX)
               TO WS-CLASS-VALUE (WS-CLASS-IDX).

           IF WS-PROD-UNITS (WS-BEST-IDX) > 0 THEN
               COMPUTE WS-COVER-WEEKS ROUNDED =
                   WS-PROD-ON-HAND (WS-BEST-IDX) * WS-PERIOD-DAYS
                   / (WS-PROD-UNITS (WS-BEST-IDX) * 7)
                   ON SIZE ERROR MOVE 9999.9 TO WS-COVER-WEEKS
               END-COMPUTE
               MOVE WS-COVER-WEEKS TO DISPLAY-COVER
               MOVE DISPLAY-COVER TO WS-COVER-TEXT
           ELSE
               MOVE "     -" TO WS-COVER-TEXT
           END-IF.

           MOVE WS-PROD-UNITS (WS-BEST-IDX) TO DISPLAY-UNITS.
           MOVE WS-PROD-VALUE (WS-BEST-IDX) TO DISPLAY-VALUE.
           MOVE WS-CUM-PCT TO DISPLAY-CUM-PCT.
           MOVE WS-BEST-IDX TO WS-PROD-IDX.
           PERFORM 0440-SET-LAST-SALE-TEXT THRU 0440-END.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  ' '    DELIMITED BY SIZE
                   WS-CLASS (1:1)
                   '  '   DELIMITED BY SIZE
                   WS-PROD-ID (WS-BEST-IDX) (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-PROD-NAME (WS-BEST-IDX) (1:20)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-UNITS (1:8)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-VALUE (1:10)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-CUM-PCT (1:5)
                   '  '   DELIMITED BY SIZE
                   WS-COVER-TEXT (1:6)
                   '  '   DELIMITED BY SIZE
                   WS-LAST-SALE-TEXT (1:8)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE ABC-RECORD FROM WS-REPORT-LINE.

       0420-END.

       0430-PRINT-CLASS-TOTAL.
           IF WS-CLASS-IDX = 1 THEN
               MOVE "A" TO WS-CLASS
           ELSE
               IF WS-CLASS-IDX = 2 THEN
                   MOVE "B" TO WS-CLASS
               ELSE
                   MOVE "C" TO WS-CLASS
               END-IF
           END-IF.

           MOVE WS-CLASS-COUNT (WS-CLASS-IDX) TO DISPLAY-COUNT.
           MOVE WS-CLASS-VALUE (WS-CLASS-IDX) TO DISPLAY-TOTAL.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'CLASS '   DELIMITED BY SIZE
                   WS-CLASS (1:1)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   ' PRODUCT(S)      ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:14)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE ABC-RECORD FROM WS-REPORT-LINE.

       0430-END.

       0440-SET-LAST-SALE-TEXT.
           IF WS-PROD-LAST-SALE (WS-PROD-IDX) = 0 THEN
               MOVE "BEFORE" TO WS-LAST-SALE-TEXT
           ELSE
               MOVE WS-PROD-LAST-SALE (WS-PROD-IDX)
                   TO WS-LAST-SALE-TEXT
           END-IF.

       0440-END.

       0450-PRINT-SCAN-LEGEND.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'LAST SALE BEFORE = NO SALE ON OR AFTER '
                       DELIMITED BY SIZE
                   WS-SCAN-FROM (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ABC-RECORD FROM WS-REPORT-LINE.

       0450-END.

       0600-PRINT-DEAD-SECTION.
           WRITE ABC-RECORD FROM BLANK-LINE.

           MOVE WS-SLOW-DAYS TO DISPLAY-DAYS.
           MOVE WS-SLOW-UNITS TO DISPLAY-THRESHOLD.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SLOW-UNITS = 0 THEN
               STRING  'DEAD STOCK - NO NET SALE IN THE '
                           DELIMITED BY SIZE
                       DISPLAY-DAYS (1:3)
                       ' DAYS TO '   DELIMITED BY SIZE
                       WS-TO-DATE (1:8)
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING  'DEAD AND SLOW STOCK - UNDER '
                           DELIMITED BY SIZE
                       DISPLAY-THRESHOLD (1:5)
                       ' UNITS SOLD IN THE ' DELIMITED BY SIZE
                       DISPLAY-DAYS (1:3)
                       ' DAYS TO '   DELIMITED BY SIZE
                       WS-TO-DATE (1:8)
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.
           WRITE ABC-RECORD FROM WS-REPORT-LINE.

           WRITE ABC-RECORD FROM BLANK-LINE.
           WRITE ABC-RECORD FROM DEAD-COLS-LINE.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               PERFORM 0610-CHECK-DEAD-OR-SLOW THRU 0610-END
           END-PERFORM.

           IF WS-DEAD-COUNT = 0 AND WS-SLOW-COUNT = 0 THEN
               MOVE "  NO DEAD OR SLOW STOCK ON HAND."
                   TO WS-REPORT-LINE
               WRITE ABC-RECORD FROM WS-REPORT-LINE
           END-IF.

           WRITE ABC-RECORD FROM BLANK-LINE.

           MOVE WS-TIED-UP-VALUE TO DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'STOCK TIED UP AT COST      ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:14)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE ABC-RECORD FROM WS-REPORT-LINE.

           WRITE ABC-RECORD FROM LEGEND-2.
           PERFORM 0450-PRINT-SCAN-LEGEND THRU 0450-END.

       0600-END.

       0610-CHECK-DEAD-OR-SLOW.
           IF WS-PROD-ON-FILE (WS-PROD-IDX) = "N"
                   OR WS-PROD-ON-HAND (WS-PROD-IDX) = 0
               GO TO 0610-END
           END-IF.

           IF WS-PROD-WIN-UNITS (WS-PROD-IDX) > 0
                   AND WS-PROD-WIN-UNITS (WS-PROD-IDX)
                       >= WS-SLOW-UNITS
               GO TO 0610-END
           END-IF.

           IF WS-PROD-WIN-UNITS (WS-PROD-IDX) > 0 THEN
               MOVE "SLOW" TO WS-STOCK-STATE
               ADD 1 TO WS-SLOW-COUNT
           ELSE
               MOVE "DEAD" TO WS-STOCK-STATE
               ADD 1 TO WS-DEAD-COUNT
           END-IF.

           COMPUTE WS-STOCK-VALUE =
               WS-PROD-ON-HAND (WS-PROD-IDX)
               * WS-PROD-UNIT-COST (WS-PROD-IDX).
           ADD WS-STOCK-VALUE TO WS-TIED-UP-VALUE.

           MOVE WS-PROD-WIN-UNITS (WS-PROD-IDX) TO DISPLAY-WIN-UNITS.
           MOVE WS-PROD-ON-HAND (WS-PROD-IDX) TO DISPLAY-ON-HAND.
           MOVE WS-PROD-UNIT-COST (WS-PROD-IDX) TO DISPLAY-COST.
           MOVE WS-STOCK-VALUE TO DISPLAY-VALUE.
           PERFORM 0440-SET-LAST-SALE-TEXT THRU 0440-END.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  ' '    DELIMITED BY SIZE
                   WS-STOCK-STATE (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-PROD-ID (WS-PROD-IDX) (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-PROD-NAME (WS-PROD-IDX) (1:20)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-WIN-UNITS (1:8)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-ON-HAND (1:5)
                   '  '   DELIMITED BY SIZE
                   DISPLAY-COST (1:6)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-VALUE (1:10)
                   '  '   DELIMITED BY SIZE
                   WS-LAST-SALE-TEXT (1:8)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE ABC-RECORD FROM WS-REPORT-LINE.

       0610-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM ABC-ANALYSIS.
