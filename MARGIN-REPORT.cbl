       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGIN-REPORT.

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

           SELECT MARGIN-FILE ASSIGN TO "margin_report.txt"
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

           FD MARGIN-FILE.
           01 MARGIN-RECORD   PIC X(80).

           WORKING-STORAGE SECTION.
           01  WS-TRANS-STATUS     PIC X(2).
           01  WS-PRODUCT-STATUS   PIC X(2).
           01  WS-CTL-STATUS       PIC X(2).

           01  WS-EOF-TRANS        PIC X VALUE "N".
           01  WS-EOF-PRODUCT      PIC X VALUE "N".
           01  WS-EOF-CTL          PIC X VALUE "N".

           01  TRANS-FILENAME      PIC X(32) VALUE
               "ORDER-TRANS.DAT".

           01  WS-FROM-DATE        PIC 9(8).
           01  WS-TO-DATE          PIC 9(8).

           01  WS-PROD-COUNT       PIC 9(3) VALUE 0.
           01  WS-PROD-IDX         PIC 9(3) VALUE 0.
           01  WS-PROD-FOUND-IDX   PIC 9(3) VALUE 0.

           01  WS-PRODUCT-TABLE.
               05  WS-PROD-ROWS OCCURS 200 TIMES.
                   10  WS-PROD-ID         PIC X(4).
                   10  WS-PROD-NAME       PIC X(20).
                   10  WS-PROD-CATEGORY   PIC X(10).
                   10  WS-PROD-UNIT-COST  PIC 9(3)V99.
                   10  WS-PROD-REVENUE    PIC S9(7)V99.
                   10  WS-PROD-COST       PIC S9(7)V99.

           01  WS-CAT-COUNT        PIC 9(3) VALUE 0.
           01  WS-CAT-IDX          PIC 9(3) VALUE 0.
           01  WS-CAT-ROW-MATCHED  PIC X.
               88  CAT-ROW-MATCHED   VALUE "Y".

           01  WS-CAT-TABLE.
               05  WS-CAT-ROWS OCCURS 20 TIMES.
                   10  WS-CAT-NAME    PIC X(10).
                   10  WS-CAT-REVENUE PIC S9(7)V99.
                   10  WS-CAT-COST    PIC S9(7)V99.

           01  WS-DOC-SIGN         PIC S9 VALUE +1.
           01  WS-LINE-REVENUE     PIC S9(5)V99.
           01  WS-LINE-COST        PIC S9(7)V99.
           01  WS-LINE-COUNT       PIC 9(5) VALUE 0.
           01  WS-NO-COST-COUNT    PIC 9(5) VALUE 0.
           01  WS-UNIT-COST        PIC 9(3)V99.

           01  WS-TOTAL-REVENUE    PIC S9(7)V99 VALUE 0.
           01  WS-TOTAL-COST       PIC S9(7)V99 VALUE 0.

           01  WS-CALC-REVENUE     PIC S9(7)V99.
           01  WS-CALC-COST        PIC S9(7)V99.
           01  WS-GM-PCT           PIC S9(5)V9.

           01  DISPLAYS.
               05  DISPLAY-COUNT       PIC ZZZZ9.
               05  DISPLAY-REVENUE     PIC $$$,$$9.99-.
               05  DISPLAY-COST        PIC $$$,$$9.99-.
               05  DISPLAY-MARGIN      PIC $$$,$$9.99-.
               05  DISPLAY-GM-PCT      PIC -(4)9.9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.
           01  WS-LABEL            PIC X(25).

           01  HEAD-LINE           PIC X(30) VALUE
               "GROSS MARGIN REPORT".

           01  PROD-HEAD-LINE      PIC X(30) VALUE
               "BY PRODUCT".

           01  CAT-HEAD-LINE       PIC X(30) VALUE
               "BY CATEGORY".

           01  COLS-LINE.
               05  FILLER          PIC X(27) VALUE
                   "  ID   PRODUCT / CATEGORY".
               05  FILLER          PIC X(12) VALUE
                   "    REVENUE".
               05  FILLER          PIC X(12) VALUE
                   "       COST".
               05  FILLER          PIC X(12) VALUE
                   "     MARGIN".
               05  FILLER          PIC X(8) VALUE
                   "    GM%".

       PROCEDURE DIVISION.
       0100-START.
           DISPLAY "Period FROM date (YYYYMMDD) >>> ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "Period TO date (YYYYMMDD) >>> ".
           ACCEPT WS-TO-DATE.

           PERFORM 0200-LOAD-CATALOG THRU 0200-END.
           PERFORM 0250-READ-ARCHIVES THRU 0250-END.

           MOVE "ORDER-TRANS.DAT" TO TRANS-FILENAME.
           PERFORM 0300-TOTAL-TRANSACTIONS THRU 0300-END.

           PERFORM 0500-PRINT-REPORT THRU 0500-END.

           DISPLAY WS-LINE-COUNT " transaction line(s) analysed.".
           IF WS-NO-COST-COUNT > 0 THEN
               DISPLAY WS-NO-COST-COUNT " line(s) had no recorded "
                   "cost - valued at catalog cost."
           END-IF.
           DISPLAY "Report written to margin_report.txt.".
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-CATALOG.
           MOVE "N" TO WS-EOF-PRODUCT.
           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS = "35" THEN
               DISPLAY "No product catalog exists yet - "
                   "categories reported as (UNKNOWN)."
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
               MOVE PRODUCT-CATEGORY
                   TO WS-PROD-CATEGORY (WS-PROD-COUNT)
               MOVE PRODUCT-UNIT-COST
                   TO WS-PROD-UNIT-COST (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-REVENUE (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-COST (WS-PROD-COUNT)
           END-IF.

       0210-END.

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
                           IF CC-DATE >= WS-FROM-DATE
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

           PERFORM 0300-TOTAL-TRANSACTIONS THRU 0300-END.

       0260-END.

       0300-TOTAL-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           OPEN INPUT ORDER-TRANS.

           IF WS-TRANS-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-TRANS = "Y"
                   READ ORDER-TRANS
                       AT END MOVE "Y" TO WS-EOF-TRANS
                       NOT AT END
                           IF OT-DATE >= WS-FROM-DATE
                                   AND OT-DATE <= WS-TO-DATE
                               PERFORM 0310-TOTAL-ONE-RECORD
                                   THRU 0310-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ORDER-TRANS
           END-IF.

       0300-END.

       0310-TOTAL-ONE-RECORD.
           ADD 1 TO WS-LINE-COUNT.

           IF OT-TYPE = "R" THEN
               MOVE -1 TO WS-DOC-SIGN
           ELSE
               MOVE +1 TO WS-DOC-SIGN
           END-IF.

           PERFORM 0320-FIND-PRODUCT-ROW THRU 0320-END.

           IF OT-UNIT-COST IS NUMERIC THEN
               MOVE OT-UNIT-COST TO WS-UNIT-COST
           ELSE
               ADD 1 TO WS-NO-COST-COUNT
               MOVE 0 TO WS-UNIT-COST
               IF WS-PROD-FOUND-IDX > 0 THEN
                   MOVE WS-PROD-UNIT-COST (WS-PROD-FOUND-IDX)
                       TO WS-UNIT-COST
               END-IF
           END-IF.

           COMPUTE WS-LINE-REVENUE = WS-DOC-SIGN * OT-SUBTOTAL.
           COMPUTE WS-LINE-COST ROUNDED =
               WS-DOC-SIGN * OT-QTY * WS-UNIT-COST.

           ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE.
           ADD WS-LINE-COST TO WS-TOTAL-COST.

           IF WS-PROD-FOUND-IDX > 0 THEN
               ADD WS-LINE-REVENUE
                   TO WS-PROD-REVENUE (WS-PROD-FOUND-IDX)
               ADD WS-LINE-COST
                   TO WS-PROD-COST (WS-PROD-FOUND-IDX)
               PERFORM 0330-ADD-TO-CATEGORY THRU 0330-END
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
               MOVE "(UNKNOWN)" TO WS-PROD-CATEGORY (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-UNIT-COST (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-REVENUE (WS-PROD-COUNT)
               MOVE 0 TO WS-PROD-COST (WS-PROD-COUNT)
               MOVE WS-PROD-COUNT TO WS-PROD-FOUND-IDX
           END-IF.

       0320-END.

       0330-ADD-TO-CATEGORY.
           MOVE "N" TO WS-CAT-ROW-MATCHED.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-NAME (WS-CAT-IDX) =
                       WS-PROD-CATEGORY (WS-PROD-FOUND-IDX)
                   ADD WS-LINE-REVENUE
                       TO WS-CAT-REVENUE (WS-CAT-IDX)
                   ADD WS-LINE-COST TO WS-CAT-COST (WS-CAT-IDX)
                   MOVE "Y" TO WS-CAT-ROW-MATCHED
               END-IF
           END-PERFORM.

           IF NOT CAT-ROW-MATCHED THEN
               IF WS-CAT-COUNT < 20 THEN
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-PROD-CATEGORY (WS-PROD-FOUND-IDX)
                       TO WS-CAT-NAME (WS-CAT-COUNT)
                   MOVE WS-LINE-REVENUE
                       TO WS-CAT-REVENUE (WS-CAT-COUNT)
                   MOVE WS-LINE-COST TO WS-CAT-COST (WS-CAT-COUNT)
               END-IF
           END-IF.

       0330-END.

       0500-PRINT-REPORT.
           OPEN OUTPUT MARGIN-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:20)
                   '  '   DELIMITED BY SIZE
                   WS-FROM-DATE (1:8)
                   ' - '  DELIMITED BY SIZE
                   WS-TO-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE MARGIN-RECORD FROM WS-REPORT-LINE.
           WRITE MARGIN-RECORD FROM COLS-LINE.

           DISPLAY HEAD-LINE " " WS-FROM-DATE " - " WS-TO-DATE.

           WRITE MARGIN-RECORD FROM PROD-HEAD-LINE.

           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-REVENUE (WS-PROD-IDX) NOT = 0
                       OR WS-PROD-COST (WS-PROD-IDX) NOT = 0
                   MOVE SPACES TO WS-LABEL
                   STRING  WS-PROD-ID (WS-PROD-IDX) (1:4)
                           ' '    DELIMITED BY SIZE
                           WS-PROD-NAME (WS-PROD-IDX) (1:20)
                   INTO WS-LABEL
                   END-STRING
                   MOVE WS-PROD-REVENUE (WS-PROD-IDX)
                       TO WS-CALC-REVENUE
                   MOVE WS-PROD-COST (WS-PROD-IDX) TO WS-CALC-COST
                   PERFORM 0510-PRINT-MARGIN-LINE THRU 0510-END
               END-IF
           END-PERFORM.

           WRITE MARGIN-RECORD FROM CAT-HEAD-LINE.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE SPACES TO WS-LABEL
               STRING  '     ' DELIMITED BY SIZE
                       WS-CAT-NAME (WS-CAT-IDX) (1:10)
               INTO WS-LABEL
               END-STRING
               MOVE WS-CAT-REVENUE (WS-CAT-IDX) TO WS-CALC-REVENUE
               MOVE WS-CAT-COST (WS-CAT-IDX) TO WS-CALC-COST
               PERFORM 0510-PRINT-MARGIN-LINE THRU 0510-END
           END-PERFORM.

           MOVE "     TOTAL" TO WS-LABEL.
           MOVE WS-TOTAL-REVENUE TO WS-CALC-REVENUE.
           MOVE WS-TOTAL-COST TO WS-CALC-COST.
           PERFORM 0510-PRINT-MARGIN-LINE THRU 0510-END.

           IF WS-NO-COST-COUNT > 0 THEN
               MOVE WS-NO-COST-COUNT TO DISPLAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING  DISPLAY-COUNT (1:5)
                       ' LINE(S) HAD NO RECORDED COST - VALUED AT '
                           DELIMITED BY SIZE
                       'CATALOG COST'   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               END-STRING
               WRITE MARGIN-RECORD FROM WS-REPORT-LINE
           END-IF.

           CLOSE MARGIN-FILE.

       0500-END.

       0510-PRINT-MARGIN-LINE.
           IF WS-CALC-REVENUE = 0 THEN
               MOVE 0 TO WS-GM-PCT
           ELSE
               COMPUTE WS-GM-PCT ROUNDED =
                   (WS-CALC-REVENUE - WS-CALC-COST) * 100
                   / WS-CALC-REVENUE
           END-IF.

           MOVE WS-CALC-REVENUE TO DISPLAY-REVENUE.
           MOVE WS-CALC-COST TO DISPLAY-COST.
           COMPUTE DISPLAY-MARGIN = WS-CALC-REVENUE - WS-CALC-COST.
           MOVE WS-GM-PCT TO DISPLAY-GM-PCT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   WS-LABEL (1:25)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-REVENUE (1:11)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-COST (1:11)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-MARGIN (1:11)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-GM-PCT (1:7)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE MARGIN-RECORD FROM WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

       0510-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM MARGIN-REPORT.
