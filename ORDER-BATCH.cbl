       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-LIST ASSIGN TO "productsList.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODUCT-ID
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT ORDER-IN ASSIGN TO IN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT ORDER-REJECT ASSIGN TO "ORDER-IN.REJ"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT INTAKE-REPORT ASSIGN TO "intake_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-LIST ASSIGN TO FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-SEQ ASSIGN TO "ORDER-SEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

           SELECT CUSTOMER-LIST ASSIGN TO "customerList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT ORDER-TRANS ASSIGN TO "ORDER-TRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT STOCK-JOURNAL ASSIGN TO "STOCK-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT ORDER-CHKPT ASSIGN TO "ORDER-CHKPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHKPT-STATUS.

           SELECT AR-LEDGER ASSIGN TO "AR-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AR-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BO-STATUS.

           SELECT PRICE-AGREE ASSIGN TO "PRICE-AGREE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT STOCK-LOC ASSIGN TO "STOCK-LOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

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

           FD ORDER-IN.
           01 IN-DETAILS.
               05  IN-REF             PIC X(10).
               05  IN-CUST-ID         PIC X(4).
               05  IN-TENDER          PIC X.
               05  IN-OPERATOR-ID     PIC X(4).
               05  IN-PRODUCT-ID      PIC X(4).
               05  IN-QTY             PIC 9(3)V99.

           FD ORDER-REJECT.
           01 REJ-RECORD      PIC X(28).

           FD INTAKE-REPORT.
           01 REPORT-RECORD   PIC X(80).

           FD ORDER-LIST.
           01 NEWRECORD       PIC X(42).

           FD ORDER-SEQ.
           01 SEQ-RECORD      PIC 9(3).

           FD CUSTOMER-LIST.
           01 CUST-DETAILS.
               05  CUSTOMER-ID     PIC X(4).
               05  CUSTOMER-NAME   PIC X(20).
               05  CUSTOMER-CREDIT-LIMIT PIC 9(5)V99.

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

           FD ORDER-CHKPT.
           01 CHKPT-HEADER.
               05  CKH-TYPE           PIC X.
               05  CKH-ORDER-ID       PIC 9(3).
               05  CKH-CUST-ID        PIC X(4).
               05  CKH-CLIENT         PIC X(20).
               05  CKH-DATE           PIC 9(8).
               05  CKH-CUST-LIMIT     PIC 9(5)V99.
               05  CKH-QUOTE-ID       PIC 9(3).
               05  CKH-DELIVER        PIC X.
               05  FILLER             PIC X(7).
           01 CHKPT-DETAIL.
               05  CKD-TYPE           PIC X.
               05  CKD-PRODUCT-ID     PIC X(4).
               05  CKD-NAME           PIC X(20).
               05  CKD-PRICE          PIC 9(3)V99.
               05  CKD-QTY            PIC 999V99.
               05  CKD-TOTAL          PIC 999V99.
               05  CKD-DISC-PCT       PIC 99V99.
               05  CKD-TAX            PIC 999V99.
               05  CKD-UNIT-COST      PIC 9(3)V99.
           01 CHKPT-LOT.
               05  CKL-TYPE           PIC X.
               05  CKL-CART-IDX       PIC 9(3).
               05  CKL-LOT-NO         PIC X(10).
               05  CKL-EXPIRY         PIC 9(8).
               05  CKL-QTY            PIC 9(5).
               05  FILLER             PIC X(27).

           FD AR-LEDGER.
           01 AR-DETAILS.
               05  AR-TYPE            PIC X.
               05  AR-CUST-ID         PIC X(4).
               05  AR-DATE            PIC 9(8).
               05  AR-REF             PIC X(10).
               05  AR-AMOUNT          PIC 9(5)V99.
               05  AR-OPERATOR-ID     PIC X(4).

           FD BACKORDER-FILE.
           01 BO-DETAILS.
               05  BO-STATUS          PIC X.
               05  BO-CUST-ID         PIC X(4).
               05  BO-PRODUCT-ID      PIC X(4).
               05  BO-QTY             PIC 9(3)V99.
               05  BO-DATE            PIC 9(8).

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

           FD CLOSE-CONTROL.
           01 CTL-DETAILS.
               05  CC-DATE            PIC 9(8).
               05  CC-ORDER-COUNT     PIC 9(5).
               05  CC-REVENUE         PIC S9(7)V99.
               05  CC-TAX             PIC S9(7)V99.

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

           01  WS-OPERATOR-ID      PIC X(4).

           01  IS-PRODUCT-FOUND    PIC X.
               88  PRODUCT-FOUND    VALUE "Y".

           01  WS-PRODUCT-STATUS   PIC X(2).

           01  WS-CUST-DETAILS.
               05  WS-CUSTOMER-ID      PIC X(4).
               05  WS-CUSTOMER-NAME    PIC X(20).
               05  WS-CUSTOMER-LIMIT   PIC 9(5)V99.

           01  WS-CUST-EOF             PIC X VALUE "N".
           01  WS-CUST-FILE-STATUS     PIC X(2).

           01  IS-CUSTOMER-FOUND       PIC X.
               88  CUSTOMER-FOUND       VALUE "Y".

           01  WS-IN-STATUS        PIC X(2).
           01  WS-REJ-STATUS       PIC X(2).
           01  WS-SEQ-STATUS       PIC X(2).
           01  WS-TRANS-STATUS     PIC X(2).
           01  WS-JRNL-STATUS      PIC X(2).
           01  WS-JRNL-OLD-QTY     PIC 9(5).

           01  WS-CHKPT-STATUS     PIC X(2).
           01  WS-AR-STATUS        PIC X(2).
           01  WS-BO-STATUS        PIC X(2).
           01  WS-PA-STATUS        PIC X(2).
           01  WS-LOC-STATUS       PIC X(2).
           01  WS-CTL-STATUS       PIC X(2).

           01  WS-EOF-CTL          PIC X VALUE "N".

           01  WS-DATE-CLOSED      PIC X VALUE "N".
               88  DATE-CLOSED      VALUE "Y".

           01  WS-CHKPT-BUSY       PIC X VALUE "N".
               88  CHKPT-BUSY       VALUE "Y".

           01  WS-EOF-IN           PIC X VALUE "N".

           01  WS-IN-COUNT         PIC 9(3) VALUE 0.
           01  WS-IN-IDX           PIC 9(3) VALUE 0.
           01  WS-IN-TOO-MANY      PIC X VALUE "N".

           01  WS-IN-TABLE.
               05  WS-IN-ROWS OCCURS 50 TIMES.
                   10  WS-IN-REF          PIC X(10).
                   10  WS-IN-CUST-ID      PIC X(4).
                   10  WS-IN-TENDER       PIC X.
                   10  WS-IN-OPERATOR-ID  PIC X(4).
                   10  WS-IN-PRODUCT-ID   PIC X(4).
                   10  WS-IN-QTY          PIC 999V99.

           01  WS-CUR-REF          PIC X(10).
           01  WS-CUR-CUST-ID      PIC X(4).

           01  WS-REJECT-REASON    PIC X(34).
           01  WS-RESULT-TEXT      PIC X(8).

           01  WS-READ-COUNT       PIC 9(3) VALUE 0.
           01  WS-ACCEPT-COUNT     PIC 9(3) VALUE 0.
           01  WS-REJECT-COUNT     PIC 9(3) VALUE 0.
           01  WS-BO-ONLY-COUNT    PIC 9(3) VALUE 0.
           01  WS-BO-LINES         PIC 9(3) VALUE 0.

           01  WS-EST-TOTAL        PIC 9(5)V99.
           01  WS-EST-LINE         PIC 9(5)V99.

           01  WS-LOC-EOF          PIC X VALUE "N".

           01  WS-LOC-COUNT        PIC 9(3) VALUE 0.
           01  WS-LOC-IDX          PIC 9(3) VALUE 0.
           01  WS-LOC-FOUND-IDX    PIC 9(3) VALUE 0.
           01  WS-LOC-ANY-ROW      PIC X VALUE "N".

           01  WS-STOCK-LOC-TABLE.
               05  WS-LOC-ROWS OCCURS 400 TIMES.
                   10  WS-LOC-PROD-ID     PIC X(4).
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

           01  WS-LOT-LEFT         PIC 9(5).
           01  WS-LOT-TAKE         PIC 9(5).
           01  WS-LOT-DONE         PIC X VALUE "N".

           01  WS-DRAW-COUNT       PIC 9(3) VALUE 0.
           01  WS-DRAW-IDX         PIC 9(3) VALUE 0.
           01  WS-DRAW-CART-IDX    PIC 9(3) VALUE 0.

           01  WS-LOT-DRAW-TABLE.
               05  WS-DRAW-ROWS OCCURS 200 TIMES.
                   10  WS-DRAW-CART       PIC 9(3).
                   10  WS-DRAW-LOT-NO     PIC X(10).
                   10  WS-DRAW-EXPIRY     PIC 9(8).
                   10  WS-DRAW-QTY        PIC 9(5).

           01  WS-CT-QTY           PIC 9(5) VALUE 0.
           01  WS-LOC-SEED-QTY     PIC 9(5).
           01  WS-LOC-DELTA        PIC S9(5).

           01  WS-PA-EOF           PIC X VALUE "N".

           01  WS-AGREE-MATCH      PIC X.
               88  AGREE-PRICE-FOUND VALUE "P".
               88  AGREE-DISC-FOUND  VALUE "D".

           01  WS-AGREE-PRODUCT    PIC X VALUE "N".
           01  WS-AGREE-PRICE      PIC 9(3)V99.
           01  WS-AGREE-DISC-PCT   PIC 99V99.

           01  WS-SHORT-QTY        PIC 999V99.

           01  WS-AR-EOF           PIC X VALUE "N".
           01  WS-AR-BALANCE       PIC S9(7)V99 VALUE 0.
           01  WS-CUST-LIMIT       PIC 9(5)V99 VALUE 0.

           01  WS-TENDER           PIC X VALUE "A".
               88  TENDER-CASH      VALUE "C".
               88  TENDER-CARD      VALUE "D".
               88  TENDER-ACCOUNT   VALUE "A".

           01  WS-NEW-PRODUCT.
               05  WS-NEW-PRO-ID       PIC X(4).
               05  WS-NEW-PRO-PRICE    PIC 9(3)V99.
               05  WS-NEW-PRO-NAME     PIC X(20).
               05  WS-NEW-PRO-QTY      PIC 999V99.
               05  WS-NEW-PRO-TOTAL    PIC 999V99.
               05  WS-NEW-PRO-STOCK    PIC 9(5).
               05  WS-NEW-PRO-CATEGORY PIC X(10).
               05  WS-NEW-PRO-TAX     PIC 999V99.
               05  WS-NEW-PRO-COST    PIC 9(3)V99.

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

           01  WS-NEW-ORDER.
               05  WS-ORDER-ID         PIC 999 VALUE 001.
               05  WS-ORDER-CUST-ID    PIC X(4).
               05  WS-ORDER-CLIENT     PIC X(20).
               05  WS-ORDER-TOTAL      PIC 999V99.
               05  WS-ORDER-TAX        PIC 999V99.
               05  WS-ORDER-GRAND      PIC 9(4)V99.
               05  WS-ORDER-DATE       PIC 9(8).

           01  WS-RUN-TIME         PIC 9(8).

           01  WS-CMD-ARCHIVE      PIC X(60) VALUE SPACES.
           01  IN-FILENAME         PIC X(32) VALUE "ORDER-IN.DAT".

           01  DISPLAYS.
               05  DISPLAY-PRO-PRICE   PIC $$$9.99.
               05  DISPLAY-PRO-TOTAL   PIC $$$9.99.
               05  DISPLAY-ORD-TAX     PIC $$$9.99.
               05  DISPLAY-GRD-TOTAL   PIC $$$$9.99.
               05  DISPLAY-LINES       PIC ZZ9.
               05  DISPLAY-COUNT       PIC ZZ9.


           05 HEAD-LINE        PIC X(10) VALUE
               "ID  CLIENT".

           05 DIVISOR          PIC X(42) VALUE
               "******************************************".

           05 CART-LINE        PIC X(41) VALUE
               "PRODUCT              PRICE  QTY SUB-TOTAL".

           05 FOOT-LINE        PIC X(42) VALUE SPACES.

           05 TAX-LINE         PIC X(42) VALUE SPACES.

           05 CONCAT-ORDER     PIC X(42) VALUE SPACES.

           05 CONCAT-DATE      PIC X(42) VALUE SPACES.

           05 CONCAT-CART-ROW  PIC X(42) VALUE SPACES.

           05 FILENAME         PIC X(13).

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
                   10  WS-CART-UNIT-COST   PIC 9(3)V99.
                   10  WS-CART-LINE        PIC X(42).

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  REPORT-HEAD-LINE    PIC X(30) VALUE
               "BATCH ORDER INTAKE REPORT".

           01  REPORT-COLS-LINE.
               05  FILLER          PIC X(30) VALUE
                   "  REF         CUST  RESULT    ".
               05  FILLER          PIC X(30) VALUE
                   "ORD      TOTAL  REASON".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-ORDER-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 0025-CHECK-DATE-OPEN THRU 0025-END.
           PERFORM 0130-CHECK-IN-FLIGHT THRU 0130-END.

           IF CHKPT-BUSY THEN
               DISPLAY "An order is in flight (checkpoint on "
                   "file) - batch intake refused."
               DISPLAY "Finish or roll back the order in ORDERS "
                   "first."
               PERFORM 0910-ABORT-RUN
           END-IF.

           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               PERFORM 0910-ABORT-RUN
           END-IF.

           CLOSE PRODUCT-LIST.

           OPEN INPUT ORDER-IN.

           IF WS-IN-STATUS = "35" THEN
               DISPLAY "No inbound order file (ORDER-IN.DAT) - "
                   "nothing to do."
               PERFORM 0910-ABORT-RUN
           END-IF.

           CLOSE ORDER-IN.

           PERFORM 0700-ARCHIVE-INBOUND THRU 0700-END.

           OPEN INPUT ORDER-IN.

           IF WS-IN-STATUS NOT = "00" THEN
               DISPLAY "Renamed inbound file " IN-FILENAME
                   " could not be opened - file status "
                   WS-IN-STATUS "."
               PERFORM 0910-ABORT-RUN
           END-IF.

           PERFORM 0050-READ-ORDER-SEQ THRU 0050-END.

           OPEN EXTEND ORDER-REJECT.

           IF WS-REJ-STATUS = "35" THEN
               OPEN OUTPUT ORDER-REJECT
           END-IF.

           OPEN OUTPUT INTAKE-REPORT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  REPORT-HEAD-LINE (1:25)
                   '  '   DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-COLS-LINE.

           PERFORM 0110-READ-IN THRU 0110-END.

           PERFORM UNTIL WS-EOF-IN = "Y"
               PERFORM 0150-PROCESS-ONE-ORDER THRU 0150-END
           END-PERFORM.

           CLOSE ORDER-IN.
           CLOSE ORDER-REJECT.

           PERFORM 0800-PRINT-TOTALS THRU 0800-END.

           CLOSE INTAKE-REPORT.

           DISPLAY WS-READ-COUNT " order(s) read, "
               WS-ACCEPT-COUNT " accepted, "
               WS-REJECT-COUNT " rejected, "
               WS-BO-ONLY-COUNT " backorder only.".
           DISPLAY "Report written to intake_report.txt.".

           IF WS-REJECT-COUNT > 0 THEN
               DISPLAY "Rejected lines appended to ORDER-IN.REJ - "
                   "correct and resubmit them."
           END-IF.

           PERFORM 0900-FINISH.

       0100-END.

       0110-READ-IN.
           READ ORDER-IN
               AT END MOVE "Y" TO WS-EOF-IN
           END-READ.

       0110-END.

       0120-LOAD-ORDER.
           MOVE 0 TO WS-IN-COUNT.
           MOVE "N" TO WS-IN-TOO-MANY.
           MOVE IN-REF TO WS-CUR-REF.
           MOVE IN-CUST-ID TO WS-CUR-CUST-ID.

           PERFORM UNTIL WS-EOF-IN = "Y"
                   OR IN-REF NOT = WS-CUR-REF
                   OR IN-CUST-ID NOT = WS-CUR-CUST-ID
               IF WS-IN-COUNT >= 50 THEN
                   MOVE "Y" TO WS-IN-TOO-MANY
                   WRITE REJ-RECORD FROM IN-DETAILS
               ELSE
                   ADD 1 TO WS-IN-COUNT
                   MOVE IN-DETAILS TO WS-IN-ROWS (WS-IN-COUNT)
               END-IF
               PERFORM 0110-READ-IN THRU 0110-END
           END-PERFORM.

       0120-END.

       0130-CHECK-IN-FLIGHT.
           MOVE "N" TO WS-CHKPT-BUSY.

           OPEN INPUT ORDER-CHKPT.

           IF WS-CHKPT-STATUS = "00" THEN
               READ ORDER-CHKPT
                   AT END CONTINUE
                   NOT AT END
                       IF CKH-TYPE = "H" THEN
                           MOVE "Y" TO WS-CHKPT-BUSY
                       END-IF
               END-READ
               CLOSE ORDER-CHKPT
           END-IF.

       0130-END.

       0290-SAVE-CHECKPOINT.
           OPEN OUTPUT ORDER-CHKPT.

           MOVE SPACES TO CHKPT-HEADER.
           MOVE "H" TO CKH-TYPE.
           MOVE WS-ORDER-ID TO CKH-ORDER-ID.
           MOVE WS-ORDER-CUST-ID TO CKH-CUST-ID.
           MOVE WS-ORDER-CLIENT TO CKH-CLIENT.
           MOVE WS-ORDER-DATE TO CKH-DATE.
           MOVE WS-CUST-LIMIT TO CKH-CUST-LIMIT.
           MOVE 0 TO CKH-QUOTE-ID.
           MOVE "N" TO CKH-DELIVER.
           WRITE CHKPT-HEADER.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               MOVE SPACES TO CHKPT-DETAIL
               MOVE "D" TO CKD-TYPE
               MOVE WS-CART-PRODUCT-ID (WS-CART-IDX)
                   TO CKD-PRODUCT-ID
               MOVE WS-CART-NAME (WS-CART-IDX) TO CKD-NAME
               MOVE WS-CART-PRICE (WS-CART-IDX) TO CKD-PRICE
               MOVE WS-CART-QTY (WS-CART-IDX) TO CKD-QTY
               MOVE WS-CART-ITEM-TOTAL (WS-CART-IDX) TO CKD-TOTAL
               MOVE WS-CART-DISC-PCT (WS-CART-IDX) TO CKD-DISC-PCT
               MOVE WS-CART-TAX (WS-CART-IDX) TO CKD-TAX
               MOVE WS-CART-UNIT-COST (WS-CART-IDX) TO CKD-UNIT-COST
               WRITE CHKPT-DETAIL
           END-PERFORM.

           PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
               MOVE SPACES TO CHKPT-LOT
               MOVE "L" TO CKL-TYPE
               MOVE WS-DRAW-CART (WS-DRAW-IDX) TO CKL-CART-IDX
               MOVE WS-DRAW-LOT-NO (WS-DRAW-IDX) TO CKL-LOT-NO
               MOVE WS-DRAW-EXPIRY (WS-DRAW-IDX) TO CKL-EXPIRY
               MOVE WS-DRAW-QTY (WS-DRAW-IDX) TO CKL-QTY
               WRITE CHKPT-LOT
           END-PERFORM.

           CLOSE ORDER-CHKPT.

       0290-END.

       0295-CLEAR-CHECKPOINT.
           OPEN OUTPUT ORDER-CHKPT.
           CLOSE ORDER-CHKPT.

       0295-END.

       0150-PROCESS-ONE-ORDER.
           PERFORM 0120-LOAD-ORDER THRU 0120-END.
           ADD 1 TO WS-READ-COUNT.

           PERFORM 0400-VALIDATE-ORDER THRU 0400-END.

           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM 0600-REJECT-ORDER THRU 0600-END
           ELSE
               PERFORM 0500-POST-ORDER THRU 0500-END
           END-IF.

       0150-END.

       0050-READ-ORDER-SEQ.
           MOVE 0 TO WS-ORDER-ID.
           OPEN INPUT ORDER-SEQ.

           IF WS-SEQ-STATUS = "00" THEN
               READ ORDER-SEQ INTO WS-ORDER-ID
               CLOSE ORDER-SEQ
           END-IF.

           ADD 1 TO WS-ORDER-ID.

       0050-END.

       0950-SAVE-ORDER-SEQ.
           OPEN OUTPUT ORDER-SEQ.
           WRITE SEQ-RECORD FROM WS-ORDER-ID.
           CLOSE ORDER-SEQ.

       0950-END.

       0400-VALIDATE-ORDER.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-CUR-CUST-ID TO WS-ORDER-CUST-ID.
           MOVE SPACES TO WS-ORDER-CLIENT.

           IF WS-IN-TOO-MANY = "Y" THEN
               MOVE "MORE THAN 50 LINES ON ONE ORDER"
                   TO WS-REJECT-REASON
               GO TO 0400-END
           END-IF.

           MOVE WS-IN-OPERATOR-ID (1) TO WS-OPERATOR-ID.
           PERFORM 0410-CHECK-OPERATOR THRU 0410-END.

           IF NOT OPERATOR-FOUND THEN
               STRING  'OPERATOR ' DELIMITED BY SIZE
                       WS-OPERATOR-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0400-END
           END-IF.

           PERFORM 0420-LOOKUP-CUSTOMER THRU 0420-END.

           IF NOT CUSTOMER-FOUND THEN
               STRING  'CUSTOMER ' DELIMITED BY SIZE
                       WS-ORDER-CUST-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0400-END
           END-IF.

           MOVE WS-IN-TENDER (1) TO WS-TENDER.

           IF WS-TENDER = SPACE THEN
               MOVE "A" TO WS-TENDER
           END-IF.

           IF NOT TENDER-CASH AND NOT TENDER-CARD
                   AND NOT TENDER-ACCOUNT
               STRING  'TENDER ' DELIMITED BY SIZE
                       WS-TENDER (1:1)
                       ' IS NOT C, D OR A' DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0400-END
           END-IF.

           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               PERFORM 0920-STOP-MID-RUN
           END-IF.

           MOVE 0 TO WS-EST-TOTAL.

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT
                   OR WS-REJECT-REASON NOT = SPACES
               PERFORM 0430-VALIDATE-LINE THRU 0430-END
           END-PERFORM.

           CLOSE PRODUCT-LIST.

           IF WS-REJECT-REASON NOT = SPACES THEN
               GO TO 0400-END
           END-IF.

           IF TENDER-ACCOUNT THEN
               PERFORM 0310-GET-AR-BALANCE THRU 0310-END
               IF WS-AR-BALANCE + WS-EST-TOTAL > WS-CUST-LIMIT
                   MOVE "CREDIT LIMIT WOULD BE EXCEEDED"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       0400-END.

       0410-CHECK-OPERATOR.
           MOVE "N" TO IS-OPERATOR-FOUND.
           MOVE "N" TO WS-OP-EOF.

           OPEN INPUT OPERATOR-LIST.

           IF WS-OP-FILE-STATUS = "35" THEN
               CONTINUE
           ELSE
               READ OPERATOR-LIST INTO WS-OP-DUMMY
                   AT END MOVE "Y" TO WS-OP-EOF
               END-READ

               PERFORM UNTIL WS-OP-EOF = "Y"
                   READ OPERATOR-LIST INTO WS-OP-DETAILS
                       AT END MOVE "Y" TO WS-OP-EOF
                       NOT AT END
                           IF WS-OP-REC-ID = WS-OPERATOR-ID
                               MOVE "Y" TO IS-OPERATOR-FOUND
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE OPERATOR-LIST
           END-IF.

       0410-END.

       0420-LOOKUP-CUSTOMER.
           MOVE "N" TO IS-CUSTOMER-FOUND.
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
                               MOVE WS-CUSTOMER-LIMIT TO WS-CUST-LIMIT
                               MOVE "Y" TO IS-CUSTOMER-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-LIST
           END-IF.

       0420-END.

       0430-VALIDATE-LINE.
           MOVE WS-IN-PRODUCT-ID (WS-IN-IDX) TO WS-NEW-PRO-ID.

           IF WS-IN-QTY (WS-IN-IDX) IS NOT NUMERIC THEN
               STRING  'QTY NOT NUMERIC FOR PRODUCT '
                           DELIMITED BY SIZE
                       WS-NEW-PRO-ID (1:4)
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0430-END
           END-IF.

           IF WS-IN-QTY (WS-IN-IDX) = 0 THEN
               STRING  'ZERO QTY FOR PRODUCT ' DELIMITED BY SIZE
                       WS-NEW-PRO-ID (1:4)
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0430-END
           END-IF.

           MOVE WS-IN-QTY (WS-IN-IDX) TO WS-NEW-PRO-QTY.

           MOVE WS-NEW-PRO-ID TO PRODUCT-ID.
           MOVE "N" TO IS-PRODUCT-FOUND.

           READ PRODUCT-LIST
               INVALID KEY
                   MOVE "N" TO IS-PRODUCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO IS-PRODUCT-FOUND
                   MOVE PRODUCT-PRICE TO WS-NEW-PRO-PRICE
                   MOVE PRODUCT-QTY-ON-HAND TO WS-NEW-PRO-STOCK
                   MOVE PRODUCT-CATEGORY TO WS-NEW-PRO-CATEGORY
           END-READ.

           IF NOT PRODUCT-FOUND THEN
               STRING  'PRODUCT ' DELIMITED BY SIZE
                       WS-NEW-PRO-ID (1:4)
                       ' NOT ON FILE' DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               END-STRING
               GO TO 0430-END
           END-IF.

           PERFORM 0216-GET-COUNTER-QTY THRU 0216-END.

           IF WS-NEW-PRO-QTY > WS-CT-QTY THEN
               MOVE WS-CT-QTY TO WS-NEW-PRO-QTY
           END-IF.

           PERFORM 0220-APPLY-DISCOUNT.
           PERFORM 0225-APPLY-TAX.

           COMPUTE WS-EST-LINE ROUNDED =
               WS-NEW-PRO-PRICE * WS-NEW-PRO-QTY
               * (1 - WS-DISC-PCT-APPLY / 100)
               * (1 + WS-TAX-RATE-APPLY / 100).
           ADD WS-EST-LINE TO WS-EST-TOTAL.

       0430-END.

       0500-POST-ORDER.
           MOVE 0 TO WS-CART-COUNT.
           MOVE 0 TO WS-DRAW-COUNT.
           MOVE 0 TO WS-ORDER-TOTAL.
           MOVE 0 TO WS-ORDER-TAX.
           MOVE 0 TO WS-BO-LINES.

           PERFORM 0290-SAVE-CHECKPOINT THRU 0290-END.

           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT
               PERFORM 0510-POST-LINE THRU 0510-END
           END-PERFORM.

           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-BO-LINES > 0 THEN
               MOVE WS-BO-LINES TO DISPLAY-LINES
               STRING  DISPLAY-LINES (1:3)
                       ' LINE(S) BACKORDERED' DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               END-STRING
           END-IF.

           IF WS-CART-COUNT = 0 THEN
               ADD 1 TO WS-BO-ONLY-COUNT
               MOVE "BACKORD" TO WS-RESULT-TEXT
               MOVE 0 TO WS-ORDER-GRAND
               PERFORM 0295-CLEAR-CHECKPOINT THRU 0295-END
               PERFORM 0610-REPORT-ORDER THRU 0610-END
               GO TO 0500-END
           END-IF.

           COMPUTE WS-ORDER-GRAND = WS-ORDER-TOTAL + WS-ORDER-TAX.

           PERFORM 0530-WRITE-ORDER-FILE THRU 0530-END.
           PERFORM 0260-WRITE-TRANSACTIONS THRU 0260-END.

           IF TENDER-ACCOUNT THEN
               PERFORM 0320-POST-INVOICE THRU 0320-END
           END-IF.

           PERFORM 0950-SAVE-ORDER-SEQ THRU 0950-END.
           PERFORM 0295-CLEAR-CHECKPOINT THRU 0295-END.

           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE "ACCEPTED" TO WS-RESULT-TEXT.
           PERFORM 0610-REPORT-ORDER THRU 0610-END.

           ADD 1 TO WS-ORDER-ID.

       0500-END.

       0510-POST-LINE.
           IF WS-IN-QTY (WS-IN-IDX) IS NOT NUMERIC
                   OR WS-IN-QTY (WS-IN-IDX) = 0
               GO TO 0510-END
           END-IF.

           MOVE WS-IN-PRODUCT-ID (WS-IN-IDX) TO WS-NEW-PRO-ID.
           MOVE WS-IN-QTY (WS-IN-IDX) TO WS-NEW-PRO-QTY.
           MOVE WS-NEW-PRO-ID TO PRODUCT-ID.

           OPEN I-O PRODUCT-LIST.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               PERFORM 0920-STOP-MID-RUN
           END-IF.

           MOVE "N" TO IS-PRODUCT-FOUND.

           READ PRODUCT-LIST
               INVALID KEY
                   MOVE "N" TO IS-PRODUCT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO IS-PRODUCT-FOUND
                   MOVE PRODUCT-NAME TO WS-NEW-PRO-NAME
                   MOVE PRODUCT-PRICE TO WS-NEW-PRO-PRICE
                   MOVE PRODUCT-QTY-ON-HAND TO WS-NEW-PRO-STOCK
                   MOVE PRODUCT-CATEGORY TO WS-NEW-PRO-CATEGORY
                   MOVE PRODUCT-UNIT-COST TO WS-NEW-PRO-COST
           END-READ.

           IF NOT PRODUCT-FOUND THEN
               CLOSE PRODUCT-LIST
               GO TO 0510-END
           END-IF.

           PERFORM 0216-GET-COUNTER-QTY THRU 0216-END.

           IF WS-NEW-PRO-QTY > WS-CT-QTY THEN
               COMPUTE WS-SHORT-QTY = WS-NEW-PRO-QTY - WS-CT-QTY
               PERFORM 0212-BOOK-BACKORDER THRU 0212-END
               MOVE WS-CT-QTY TO WS-NEW-PRO-QTY
               ADD 1 TO WS-BO-LINES
           END-IF.

           IF WS-NEW-PRO-QTY = 0 THEN
               CLOSE PRODUCT-LIST
               GO TO 0510-END
           END-IF.

           PERFORM 0220-APPLY-DISCOUNT.
           PERFORM 0225-APPLY-TAX.

           PERFORM 0520-POST-CART-LINE THRU 0520-END.
           PERFORM 0290-SAVE-CHECKPOINT THRU 0290-END.

       0510-END.

       0520-POST-CART-LINE.
           MOVE WS-NEW-PRO-STOCK TO WS-JRNL-OLD-QTY.
           COMPUTE WS-NEW-PRO-STOCK =
               WS-NEW-PRO-STOCK - WS-NEW-PRO-QTY.
           MOVE WS-NEW-PRO-STOCK TO PRODUCT-QTY-ON-HAND.
           REWRITE DETAILS.
           CLOSE PRODUCT-LIST.

           PERFORM 0270-WRITE-STOCK-JOURNAL THRU 0270-END.

           MOVE WS-CT-QTY TO WS-LOC-SEED-QTY.
           COMPUTE WS-LOC-DELTA = 0 - WS-NEW-PRO-QTY.
           PERFORM 0285-ADJUST-COUNTER THRU 0285-END.

           IF WS-NEW-PRO-CATEGORY = "PERISHABLE"
               PERFORM 0287-DRAW-LOTS THRU 0287-END
           END-IF.

           COMPUTE WS-NEW-PRO-TOTAL =
               WS-NEW-PRO-PRICE * WS-NEW-PRO-QTY
               * (1 - WS-DISC-PCT-APPLY / 100).
           COMPUTE WS-ORDER-TOTAL =
               WS-ORDER-TOTAL + WS-NEW-PRO-TOTAL.

           COMPUTE WS-NEW-PRO-TAX ROUNDED =
               WS-NEW-PRO-TOTAL * WS-TAX-RATE-APPLY / 100.
           COMPUTE WS-ORDER-TAX =
               WS-ORDER-TAX + WS-NEW-PRO-TAX.

           MOVE WS-NEW-PRO-PRICE TO DISPLAY-PRO-PRICE.
           MOVE WS-NEW-PRO-TOTAL TO DISPLAY-PRO-TOTAL.

           PERFORM 0215-FORMAT-CART-LINE THRU 0215-END.

           ADD 1 TO WS-CART-COUNT.
           MOVE WS-NEW-PRO-ID TO WS-CART-PRODUCT-ID (WS-CART-COUNT).
           MOVE WS-NEW-PRO-NAME TO WS-CART-NAME (WS-CART-COUNT).
           MOVE WS-NEW-PRO-PRICE TO WS-CART-PRICE (WS-CART-COUNT).
           MOVE WS-NEW-PRO-QTY TO WS-CART-QTY (WS-CART-COUNT).
           MOVE WS-NEW-PRO-TOTAL
               TO WS-CART-ITEM-TOTAL (WS-CART-COUNT).
           MOVE WS-DISC-PCT-APPLY
               TO WS-CART-DISC-PCT (WS-CART-COUNT).
           MOVE WS-NEW-PRO-TAX TO WS-CART-TAX (WS-CART-COUNT).
           MOVE WS-NEW-PRO-COST
               TO WS-CART-UNIT-COST (WS-CART-COUNT).
           MOVE CONCAT-CART-ROW TO WS-CART-LINE (WS-CART-COUNT).

       0520-END.

       0530-WRITE-ORDER-FILE.
           MOVE SPACES TO CONCAT-ORDER.
           MOVE SPACES TO CONCAT-DATE.
           MOVE SPACES TO TAX-LINE.
           MOVE SPACES TO FOOT-LINE.
           MOVE SPACES TO FILENAME.

           STRING  'ORDER: ' DELIMITED BY SIZE
                   WS-ORDER-ID (1:3)
                   'CUST: ' DELIMITED BY SIZE
                   WS-ORDER-CUST-ID (1:4)
                   ' '   DELIMITED BY SIZE
                   WS-ORDER-CLIENT (1:20)
           INTO CONCAT-ORDER
           END-STRING.

           STRING  'DATE: ' DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
           INTO CONCAT-DATE
           END-STRING.

           STRING  'order_'
                   WS-ORDER-ID
                   '.txt'
           INTO FILENAME
           END-STRING.

           MOVE WS-ORDER-TAX TO DISPLAY-ORD-TAX.
           MOVE WS-ORDER-GRAND TO DISPLAY-GRD-TOTAL.

           OPEN OUTPUT ORDER-LIST.

           WRITE NEWRECORD FROM HEAD-LINE.
           WRITE NEWRECORD FROM CONCAT-ORDER.
           WRITE NEWRECORD FROM CONCAT-DATE.
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

           STRING  '******************* ORDER TOTAL'
                   ' '   DELIMITED BY SIZE
                   DISPLAY-GRD-TOTAL (1:8)
           INTO FOOT-LINE
           END-STRING.

           WRITE NEWRECORD FROM TAX-LINE.
           WRITE NEWRECORD FROM FOOT-LINE.
           CLOSE ORDER-LIST.

       0530-END.

       0600-REJECT-ORDER.
           PERFORM VARYING WS-IN-IDX FROM 1 BY 1
                   UNTIL WS-IN-IDX > WS-IN-COUNT
               WRITE REJ-RECORD FROM WS-IN-ROWS (WS-IN-IDX)
           END-PERFORM.

           ADD 1 TO WS-REJECT-COUNT.
           MOVE "REJECTED" TO WS-RESULT-TEXT.
           MOVE 0 TO WS-ORDER-GRAND.
           PERFORM 0610-REPORT-ORDER THRU 0610-END.

       0600-END.

       0610-REPORT-ORDER.
           MOVE WS-ORDER-GRAND TO DISPLAY-GRD-TOTAL.

           MOVE SPACES TO WS-REPORT-LINE.

           IF WS-RESULT-TEXT = "ACCEPTED" THEN
               STRING  '  '   DELIMITED BY SIZE
                       WS-CUR-REF (1:10)
                       '  '   DELIMITED BY SIZE
                       WS-CUR-CUST-ID (1:4)
                       '  '   DELIMITED BY SIZE
                       WS-RESULT-TEXT (1:8)
                       '  '   DELIMITED BY SIZE
                       WS-ORDER-ID (1:3)
                       '  '   DELIMITED BY SIZE
                       DISPLAY-GRD-TOTAL (1:8)
                       '  '   DELIMITED BY SIZE
                       WS-REJECT-REASON (1:34)
               INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING  '  '   DELIMITED BY SIZE
                       WS-CUR-REF (1:10)
                       '  '   DELIMITED BY SIZE
                       WS-CUR-CUST-ID (1:4)
                       '  '   DELIMITED BY SIZE
                       WS-RESULT-TEXT (1:8)
                       '                 ' DELIMITED BY SIZE
                       WS-REJECT-REASON (1:34)
               INTO WS-REPORT-LINE
               END-STRING
           END-IF.

           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0610-END.

       0700-ARCHIVE-INBOUND.
           STRING  "mv ORDER-IN.DAT ORDER-IN." DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
                   WS-RUN-TIME (1:6)
           INTO WS-CMD-ARCHIVE
           END-STRING.

           CALL "SYSTEM" USING WS-CMD-ARCHIVE.

           MOVE SPACES TO IN-FILENAME.
           STRING  "ORDER-IN." DELIMITED BY SIZE
                   WS-ORDER-DATE (1:8)
                   WS-RUN-TIME (1:6)
           INTO IN-FILENAME
           END-STRING.

           DISPLAY "Inbound file renamed to " IN-FILENAME.

       0700-END.

       0800-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-READ-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS READ        ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-ACCEPT-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS ACCEPTED    ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-REJECT-COUNT TO DISPLAY-COUNT.
           STRING  'ORDERS REJECTED    ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-BO-ONLY-COUNT TO DISPLAY-COUNT.
           STRING  'BACKORDER ONLY     ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0800-END.

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

       0216-GET-COUNTER-QTY.
           PERFORM 0940-LOAD-STOCK-LOC THRU 0940-END.

           MOVE 0 TO WS-LOC-FOUND-IDX.
           MOVE "N" TO WS-LOC-ANY-ROW.

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = WS-NEW-PRO-ID
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   IF WS-LOC-LOCATION (WS-LOC-IDX) = "CT"
                       MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOC-FOUND-IDX > 0 THEN
               MOVE WS-LOC-QTY (WS-LOC-FOUND-IDX) TO WS-CT-QTY
           ELSE
               IF WS-LOC-ANY-ROW = "Y" THEN
                   MOVE 0 TO WS-CT-QTY
               ELSE
                   MOVE WS-NEW-PRO-STOCK TO WS-CT-QTY
               END-IF
           END-IF.

       0216-END.

       0285-ADJUST-COUNTER.
           PERFORM 0940-LOAD-STOCK-LOC THRU 0940-END.

           MOVE 0 TO WS-LOC-FOUND-IDX.
           MOVE "N" TO WS-LOC-ANY-ROW.

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = WS-NEW-PRO-ID
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   IF WS-LOC-LOCATION (WS-LOC-IDX) = "CT"
                       MOVE WS-LOC-IDX TO WS-LOC-FOUND-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOC-FOUND-IDX = 0 THEN
               IF WS-LOC-COUNT >= 400 THEN
                   DISPLAY "Stock location file is full - "
                       "counter qty not adjusted."
               ELSE
                   ADD 1 TO WS-LOC-COUNT
                   MOVE WS-NEW-PRO-ID
                       TO WS-LOC-PROD-ID (WS-LOC-COUNT)
                   MOVE "CT" TO WS-LOC-LOCATION (WS-LOC-COUNT)
                   IF WS-LOC-ANY-ROW = "Y" THEN
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-COUNT)
                   ELSE
                       MOVE WS-LOC-SEED-QTY
                           TO WS-LOC-QTY (WS-LOC-COUNT)
                   END-IF
                   MOVE WS-LOC-COUNT TO WS-LOC-FOUND-IDX
               END-IF
           END-IF.

           IF WS-LOC-FOUND-IDX > 0 THEN
               IF WS-LOC-DELTA < 0
                       AND (0 - WS-LOC-DELTA)
                           > WS-LOC-QTY (WS-LOC-FOUND-IDX)
                   MOVE 0 TO WS-LOC-QTY (WS-LOC-FOUND-IDX)
               ELSE
                   ADD WS-LOC-DELTA
                       TO WS-LOC-QTY (WS-LOC-FOUND-IDX)
               END-IF

               PERFORM 0945-SAVE-STOCK-LOC THRU 0945-END
           END-IF.

       0285-END.

       0287-DRAW-LOTS.
           PERFORM 0960-LOAD-STOCK-LOT THRU 0960-END.

           MOVE WS-NEW-PRO-QTY TO WS-LOT-LEFT.
           COMPUTE WS-DRAW-CART-IDX = WS-CART-COUNT + 1.
           MOVE "N" TO WS-LOT-DONE.

           PERFORM UNTIL WS-LOT-DONE = "Y"
               PERFORM 0288-DRAW-ONE-LOT THRU 0288-END
           END-PERFORM.

           PERFORM 0965-SAVE-STOCK-LOT THRU 0965-END.

       0287-END.

       0288-DRAW-ONE-LOT.
           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = WS-NEW-PRO-ID
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = "CT"
                       AND WS-LOT-QTY (WS-LOT-IDX) > 0
                       AND WS-LOT-EXPIRY (WS-LOT-IDX)
                           >= WS-ORDER-DATE
                   IF WS-LOT-FOUND-IDX = 0 THEN
                       MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
                   ELSE
                       IF WS-LOT-EXPIRY (WS-LOT-IDX)
                               < WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
                           MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOT-FOUND-IDX = 0 OR WS-LOT-LEFT = 0 THEN
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0288-END
           END-IF.

           IF WS-DRAW-COUNT >= 200 THEN
               DISPLAY "Lot draw table is full - rest of the line "
                   "not drawn by lot."
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0288-END
           END-IF.

           IF WS-LOT-QTY (WS-LOT-FOUND-IDX) > WS-LOT-LEFT THEN
               MOVE WS-LOT-LEFT TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-QTY (WS-LOT-FOUND-IDX) TO WS-LOT-TAKE
           END-IF.

           SUBTRACT WS-LOT-TAKE FROM WS-LOT-QTY (WS-LOT-FOUND-IDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT.

           ADD 1 TO WS-DRAW-COUNT.
           MOVE WS-DRAW-CART-IDX TO WS-DRAW-CART (WS-DRAW-COUNT).
           MOVE WS-LOT-NO (WS-LOT-FOUND-IDX)
               TO WS-DRAW-LOT-NO (WS-DRAW-COUNT).
           MOVE WS-LOT-EXPIRY (WS-LOT-FOUND-IDX)
               TO WS-DRAW-EXPIRY (WS-DRAW-COUNT).
           MOVE WS-LOT-TAKE TO WS-DRAW-QTY (WS-DRAW-COUNT).

       0288-END.

       0940-LOAD-STOCK-LOC.
           MOVE 0 TO WS-LOC-COUNT.
           MOVE "N" TO WS-LOC-EOF.

           OPEN INPUT STOCK-LOC.

           IF WS-LOC-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LOC-EOF = "Y"
                   IF WS-LOC-COUNT >= 400 THEN
                       DISPLAY "Stock location file exceeds 400 "
                           "rows - remaining rows ignored."
                       MOVE "Y" TO WS-LOC-EOF
                   ELSE
                       ADD 1 TO WS-LOC-COUNT
                       READ STOCK-LOC
                           INTO WS-LOC-ROWS (WS-LOC-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-LOC-COUNT
                               MOVE "Y" TO WS-LOC-EOF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE STOCK-LOC
           END-IF.

       0940-END.

       0945-SAVE-STOCK-LOC.
           OPEN OUTPUT STOCK-LOC.

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               WRITE SL-DETAILS FROM WS-LOC-ROWS (WS-LOC-IDX)
           END-PERFORM.

           CLOSE STOCK-LOC.

       0945-END.

       0960-LOAD-STOCK-LOT.
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

       0960-END.

       0965-SAVE-STOCK-LOT.
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

       0965-END.

       0260-WRITE-TRANSACTIONS.
           OPEN EXTEND ORDER-TRANS.

           IF WS-TRANS-STATUS = "35" THEN
               OPEN OUTPUT ORDER-TRANS
           END-IF.

           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-COUNT
               MOVE "S" TO OT-TYPE
               MOVE WS-ORDER-ID TO OT-ORDER-ID
               MOVE WS-ORDER-DATE TO OT-DATE
               MOVE WS-ORDER-CUST-ID TO OT-CUST-ID
               MOVE WS-CART-PRODUCT-ID (WS-CART-IDX)
                   TO OT-PRODUCT-ID
               MOVE WS-CART-QTY (WS-CART-IDX) TO OT-QTY
               MOVE WS-CART-PRICE (WS-CART-IDX) TO OT-PRICE
               MOVE WS-CART-DISC-PCT (WS-CART-IDX) TO OT-DISC-PCT
               MOVE WS-CART-ITEM-TOTAL (WS-CART-IDX) TO OT-SUBTOTAL
               MOVE WS-CART-TAX (WS-CART-IDX) TO OT-TAX
               MOVE WS-OPERATOR-ID TO OT-OPERATOR-ID
               MOVE WS-TENDER TO OT-TENDER
               MOVE WS-CART-UNIT-COST (WS-CART-IDX) TO OT-UNIT-COST
               WRITE TRANS-DETAILS
           END-PERFORM.

           CLOSE ORDER-TRANS.

       0260-END.

       0270-WRITE-STOCK-JOURNAL.
           OPEN EXTEND STOCK-JOURNAL.

           IF WS-JRNL-STATUS = "35" THEN
               OPEN OUTPUT STOCK-JOURNAL
           END-IF.

           MOVE WS-NEW-PRO-ID TO SJ-PRODUCT-ID.
           MOVE WS-JRNL-OLD-QTY TO SJ-OLD-QTY.
           MOVE WS-NEW-PRO-STOCK TO SJ-NEW-QTY.
           MOVE "SA" TO SJ-TYPE.
           MOVE SPACES TO SJ-REF.
           STRING  'ORD' DELIMITED BY SIZE
                   WS-ORDER-ID (1:3)
           INTO SJ-REF
           END-STRING.
           MOVE WS-ORDER-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-NEW-PRO-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

       0270-END.

       0310-GET-AR-BALANCE.
           MOVE 0 TO WS-AR-BALANCE.
           MOVE "N" TO WS-AR-EOF.

           OPEN INPUT AR-LEDGER.

           IF WS-AR-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AR-EOF = "Y"
                   READ AR-LEDGER
                       AT END MOVE "Y" TO WS-AR-EOF
                       NOT AT END
                           IF AR-CUST-ID = WS-ORDER-CUST-ID THEN
                               IF AR-TYPE = "I" THEN
                                   ADD AR-AMOUNT TO WS-AR-BALANCE
                               ELSE
                                   SUBTRACT AR-AMOUNT
                                       FROM WS-AR-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AR-LEDGER
           END-IF.

       0310-END.

       0320-POST-INVOICE.
           OPEN EXTEND AR-LEDGER.

           IF WS-AR-STATUS = "35" THEN
               OPEN OUTPUT AR-LEDGER
           END-IF.

           MOVE "I" TO AR-TYPE.
           MOVE WS-ORDER-CUST-ID TO AR-CUST-ID.
           MOVE WS-ORDER-DATE TO AR-DATE.
           MOVE SPACES TO AR-REF.
           STRING  'ORD' DELIMITED BY SIZE
                   WS-ORDER-ID (1:3)
           INTO AR-REF
           END-STRING.
           MOVE WS-ORDER-GRAND TO AR-AMOUNT.
           MOVE WS-OPERATOR-ID TO AR-OPERATOR-ID.

           WRITE AR-DETAILS.
           CLOSE AR-LEDGER.

       0320-END.

       0212-BOOK-BACKORDER.
           OPEN EXTEND BACKORDER-FILE.

           IF WS-BO-STATUS = "35" THEN
               OPEN OUTPUT BACKORDER-FILE
           END-IF.

           MOVE "O" TO BO-STATUS.
           MOVE WS-ORDER-CUST-ID TO BO-CUST-ID.
           MOVE WS-NEW-PRO-ID TO BO-PRODUCT-ID.
           MOVE WS-SHORT-QTY TO BO-QTY.
           MOVE WS-ORDER-DATE TO BO-DATE.

           WRITE BO-DETAILS.
           CLOSE BACKORDER-FILE.

       0212-END.

       0220-APPLY-DISCOUNT.
           MOVE 0 TO WS-DISC-PCT-APPLY.

           PERFORM 0222-CHECK-PRICE-AGREEMENT THRU 0222-END.

           IF AGREE-PRICE-FOUND THEN
               MOVE WS-AGREE-PRICE TO WS-NEW-PRO-PRICE
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
           IF PA-CUST-ID = WS-ORDER-CUST-ID
                   AND PA-FROM-DATE <= WS-ORDER-DATE
                   AND PA-TO-DATE >= WS-ORDER-DATE
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

       0025-CHECK-DATE-OPEN.
           MOVE "N" TO WS-DATE-CLOSED.
           MOVE "N" TO WS-EOF-CTL.

           OPEN INPUT CLOSE-CONTROL.

           IF WS-CTL-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-CTL = "Y"
                   READ CLOSE-CONTROL
                       AT END MOVE "Y" TO WS-EOF-CTL
                       NOT AT END
                           IF CC-DATE = WS-ORDER-DATE THEN
                               MOVE "Y" TO WS-DATE-CLOSED
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSE-CONTROL
           END-IF.

           IF DATE-CLOSED THEN
               DISPLAY "Date " WS-ORDER-DATE " is already closed - "
                   "no further postings accepted."
               DISPLAY "Inbound orders left in ORDER-IN.DAT."
               PERFORM 0910-ABORT-RUN
           END-IF.

       0025-END.

       0900-FINISH.
           DISPLAY "Batch order intake complete.".
           STOP RUN.

       0910-ABORT-RUN.
           DISPLAY "Batch order intake ended - nothing posted.".
           STOP RUN.

       0920-STOP-MID-RUN.
           CLOSE ORDER-IN.
           CLOSE ORDER-REJECT.

           PERFORM 0800-PRINT-TOTALS THRU 0800-END.

           MOVE "RUN STOPPED - PRODUCT CATALOG UNAVAILABLE"
               TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           CLOSE INTAKE-REPORT.

           DISPLAY "Batch order intake stopped - "
               WS-ACCEPT-COUNT " order(s) posted before the stop.".
           DISPLAY "Orders not yet processed must be resubmitted "
               "from " IN-FILENAME.

           PERFORM 0130-CHECK-IN-FLIGHT THRU 0130-END.

           IF CHKPT-BUSY THEN
               DISPLAY "The order in flight was only partly posted "
                   "- roll it back in ORDERS."
           END-IF.
           STOP RUN.
           END PROGRAM ORDER-BATCH.
