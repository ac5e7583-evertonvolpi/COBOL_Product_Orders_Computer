       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-AGING-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AP-LEDGER ASSIGN TO "AP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT SUPPLIER-LIST ASSIGN TO "supplierList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT SUPP-INVOICE ASSIGN TO "SUPP-INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SI-STATUS.

           SELECT AGING-FILE ASSIGN TO "ap_aging_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

           FD AP-LEDGER.
           01 AP-DETAILS.
               05  AP-TYPE            PIC X.
               05  AP-SUPP-ID         PIC X(4).
               05  AP-DATE            PIC 9(8).
               05  AP-REF             PIC X(10).
               05  AP-AMOUNT          PIC 9(7)V99.
               05  AP-DUE-DATE        PIC 9(8).
               05  AP-OPERATOR-ID     PIC X(4).

           FD SUPPLIER-LIST.
           01 SUPP-DETAILS.
               05  SUPPLIER-ID     PIC X(4).
               05  SUPPLIER-NAME   PIC X(20).
               05  SUPPLIER-PHONE  PIC X(12).

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

           FD AGING-FILE.
           01 AGING-RECORD    PIC X(100).

           WORKING-STORAGE SECTION.
           01  WS-AP-STATUS        PIC X(2).
           01  WS-SUPP-FILE-STATUS PIC X(2).
           01  WS-SI-STATUS        PIC X(2).

           01  WS-AP-EOF           PIC X VALUE "N".
           01  WS-SUPP-EOF         PIC X VALUE "N".
           01  WS-SI-EOF           PIC X VALUE "N".

           01  WS-DUMMY-HEADER     PIC X(36).

           01  WS-AGING-DATE       PIC 9(8).
           01  WS-TODAY-INT        PIC 9(8).
           01  WS-OVERDUE-DAYS     PIC S9(6).

           01  WS-AG-COUNT         PIC 9(3) VALUE 0.
           01  WS-AG-IDX           PIC 9(3) VALUE 0.
           01  WS-AG-FOUND-IDX     PIC 9(3) VALUE 0.
           01  WS-DROPPED-ROWS     PIC 9(5) VALUE 0.

           01  WS-AGING-TABLE.
               05  WS-AG-ROWS OCCURS 100 TIMES.
                   10  WS-AG-SUPP-ID      PIC X(4).
                   10  WS-AG-NAME         PIC X(20).
                   10  WS-AG-PAID         PIC S9(7)V99.
                   10  WS-AG-NOT-DUE      PIC S9(7)V99.
                   10  WS-AG-B1           PIC S9(7)V99.
                   10  WS-AG-B31          PIC S9(7)V99.
                   10  WS-AG-B61          PIC S9(7)V99.

           01  WS-SUPP-TOTAL       PIC S9(7)V99.
           01  WS-APPLIED          PIC 9(7)V99.
           01  WS-RESIDUAL         PIC 9(7)V99.

           01  WS-TOT-NOT-DUE      PIC S9(7)V99 VALUE 0.
           01  WS-TOT-B1           PIC S9(7)V99 VALUE 0.
           01  WS-TOT-B31          PIC S9(7)V99 VALUE 0.
           01  WS-TOT-B61          PIC S9(7)V99 VALUE 0.
           01  WS-TOT-TOTAL        PIC S9(7)V99 VALUE 0.
           01  WS-DUE-SOON         PIC S9(7)V99 VALUE 0.
           01  WS-HELD-TOTAL       PIC 9(7)V99 VALUE 0.
           01  WS-HELD-COUNT       PIC 9(5) VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-NOT-DUE     PIC $$$$$9.99-.
               05  DISPLAY-B1          PIC $$$$$9.99-.
               05  DISPLAY-B31         PIC $$$$$9.99-.
               05  DISPLAY-B61         PIC $$$$$9.99-.
               05  DISPLAY-TOTAL       PIC $$$$$9.99-.
               05  DISPLAY-HELD        PIC $$$$$9.99.

           01  WS-REPORT-LINE      PIC X(100) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "SUPPLIER AGING REPORT".

           01  HELD-HEAD-LINE      PIC X(60) VALUE
               "INVOICES ON HOLD (NOT IN BALANCES ABOVE)".

           01  COLS-LINE.
               05  FILLER          PIC X(28) VALUE
                   "  ID   SUPPLIER".
               05  FILLER          PIC X(11) VALUE
                   "   NOT DUE".
               05  FILLER          PIC X(11) VALUE
                   "  OVER 1-30".
               05  FILLER          PIC X(11) VALUE
                   "     31-60".
               05  FILLER          PIC X(11) VALUE
                   "       61+".
               05  FILLER          PIC X(10) VALUE
                   "     TOTAL".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-AGING-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-AGING-DATE).

           PERFORM 0200-LOAD-SUPPLIERS THRU 0200-END.
           PERFORM 0300-LOAD-PAYMENTS THRU 0300-END.
           PERFORM 0400-AGE-INVOICES THRU 0400-END.
           PERFORM 0500-PRINT-REPORT THRU 0500-END.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-SUPPLIERS.
           MOVE 0 TO WS-AG-COUNT.
           MOVE "N" TO WS-SUPP-EOF.

           OPEN INPUT SUPPLIER-LIST.

           IF WS-SUPP-FILE-STATUS = "35" THEN
               DISPLAY "No supplier file exists yet."
           ELSE
               READ SUPPLIER-LIST INTO WS-DUMMY-HEADER
                   AT END MOVE "Y" TO WS-SUPP-EOF
               END-READ

               PERFORM UNTIL WS-SUPP-EOF = "Y"
                   READ SUPPLIER-LIST
                       AT END MOVE "Y" TO WS-SUPP-EOF
                       NOT AT END
                           PERFORM 0210-ADD-SUPPLIER-ROW
                               THRU 0210-END
                   END-READ
               END-PERFORM

               CLOSE SUPPLIER-LIST
           END-IF.

       0200-END.

       0210-ADD-SUPPLIER-ROW.
           IF WS-AG-COUNT >= 100 THEN
               DISPLAY "Supplier list exceeds 100 rows - "
                   "remaining rows ignored."
               MOVE "Y" TO WS-SUPP-EOF
           ELSE
               ADD 1 TO WS-AG-COUNT
               MOVE SUPPLIER-ID TO WS-AG-SUPP-ID (WS-AG-COUNT)
               MOVE SUPPLIER-NAME TO WS-AG-NAME (WS-AG-COUNT)
               MOVE 0 TO WS-AG-PAID (WS-AG-COUNT)
               MOVE 0 TO WS-AG-NOT-DUE (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B1 (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B31 (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B61 (WS-AG-COUNT)
           END-IF.

       0210-END.

       0250-FIND-SUPPLIER-ROW.
           MOVE 0 TO WS-AG-FOUND-IDX.

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-SUPP-ID (WS-AG-IDX) = AP-SUPP-ID THEN
                   MOVE WS-AG-IDX TO WS-AG-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-AG-FOUND-IDX = 0 AND WS-AG-COUNT >= 100 THEN
               ADD 1 TO WS-DROPPED-ROWS
               DISPLAY "Aging table exceeds 100 suppliers - "
                   "ledger row for " AP-SUPP-ID " ignored."
           END-IF.

           IF WS-AG-FOUND-IDX = 0 AND WS-AG-COUNT < 100 THEN
               ADD 1 TO WS-AG-COUNT
               MOVE AP-SUPP-ID TO WS-AG-SUPP-ID (WS-AG-COUNT)
               MOVE "(NOT ON FILE)" TO WS-AG-NAME (WS-AG-COUNT)
               MOVE 0 TO WS-AG-PAID (WS-AG-COUNT)
               MOVE 0 TO WS-AG-NOT-DUE (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B1 (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B31 (WS-AG-COUNT)
               MOVE 0 TO WS-AG-B61 (WS-AG-COUNT)
               MOVE WS-AG-COUNT TO WS-AG-FOUND-IDX
           END-IF.

       0250-END.

       0300-LOAD-PAYMENTS.
           MOVE "N" TO WS-AP-EOF.
           OPEN INPUT AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               DISPLAY "No supplier ledger exists yet."
           ELSE
               PERFORM UNTIL WS-AP-EOF = "Y"
                   READ AP-LEDGER
                       AT END MOVE "Y" TO WS-AP-EOF
                       NOT AT END
                           IF AP-TYPE = "P" THEN
                               PERFORM 0250-FIND-SUPPLIER-ROW
                                   THRU 0250-END
                               IF WS-AG-FOUND-IDX > 0 THEN
                                   ADD AP-AMOUNT TO WS-AG-PAID
                                       (WS-AG-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AP-LEDGER
           END-IF.

       0300-END.

       0400-AGE-INVOICES.
           MOVE "N" TO WS-AP-EOF.
           OPEN INPUT AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AP-EOF = "Y"
                   READ AP-LEDGER
                       AT END MOVE "Y" TO WS-AP-EOF
                       NOT AT END
                           IF AP-TYPE = "I" THEN
                               PERFORM 0410-AGE-ONE-INVOICE
                                   THRU 0410-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AP-LEDGER
           END-IF.

       0400-END.

       0410-AGE-ONE-INVOICE.
           PERFORM 0250-FIND-SUPPLIER-ROW THRU 0250-END.

           IF WS-AG-FOUND-IDX = 0 THEN
               CONTINUE
           ELSE
               IF WS-AG-PAID (WS-AG-FOUND-IDX) >= AP-AMOUNT
                   MOVE AP-AMOUNT TO WS-APPLIED
               ELSE
                   MOVE WS-AG-PAID (WS-AG-FOUND-IDX)
                       TO WS-APPLIED
               END-IF

               SUBTRACT WS-APPLIED
                   FROM WS-AG-PAID (WS-AG-FOUND-IDX)
               COMPUTE WS-RESIDUAL = AP-AMOUNT - WS-APPLIED

               IF WS-RESIDUAL > 0 THEN
                   COMPUTE WS-OVERDUE-DAYS =
                       WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)

                   EVALUATE TRUE
                       WHEN WS-OVERDUE-DAYS < 1
                           ADD WS-RESIDUAL TO WS-AG-NOT-DUE
                               (WS-AG-FOUND-IDX)
                           IF WS-OVERDUE-DAYS > -8 THEN
                               ADD WS-RESIDUAL TO WS-DUE-SOON
                           END-IF
                       WHEN WS-OVERDUE-DAYS < 31
                           ADD WS-RESIDUAL TO WS-AG-B1
                               (WS-AG-FOUND-IDX)
                       WHEN WS-OVERDUE-DAYS < 61
                           ADD WS-RESIDUAL TO WS-AG-B31
                               (WS-AG-FOUND-IDX)
                       WHEN OTHER
                           ADD WS-RESIDUAL TO WS-AG-B61
                               (WS-AG-FOUND-IDX)
                   END-EVALUATE
               END-IF
           END-IF.

       0410-END.

       0500-PRINT-REPORT.
           OPEN OUTPUT AGING-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:21)
                   '  '   DELIMITED BY SIZE
                   WS-AGING-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-RECORD FROM WS-REPORT-LINE.
           WRITE AGING-RECORD FROM COLS-LINE.

           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               PERFORM 0510-PRINT-ONE-SUPPLIER THRU 0510-END
           END-PERFORM.

           MOVE WS-TOT-NOT-DUE TO DISPLAY-NOT-DUE.
           MOVE WS-TOT-B1 TO DISPLAY-B1.
           MOVE WS-TOT-B31 TO DISPLAY-B31.
           MOVE WS-TOT-B61 TO DISPLAY-B61.
           MOVE WS-TOT-TOTAL TO DISPLAY-TOTAL.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  TOTAL                    '
                   DELIMITED BY SIZE
                   DISPLAY-NOT-DUE (1:10)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-B1 (1:10)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-B31 (1:10)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-B61 (1:10)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:10)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-RECORD FROM WS-REPORT-LINE.

           MOVE WS-DUE-SOON TO DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  DUE IN THE NEXT 7 DAYS   '
                   DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:10)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE AGING-RECORD FROM WS-REPORT-LINE.

           IF WS-DROPPED-ROWS > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING  WS-DROPPED-ROWS (1:5)
                       ' ledger row(s) ignored - aging table '
                       DELIMITED BY SIZE
                       'full at 100 suppliers.' DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               END-STRING
               WRITE AGING-RECORD FROM WS-REPORT-LINE
           END-IF.

           PERFORM 0600-PRINT-HELD-INVOICES THRU 0600-END.

           CLOSE AGING-FILE.

           MOVE WS-TOT-TOTAL TO DISPLAY-TOTAL.
           DISPLAY "Supplier aging written to ap_aging_report.txt.".
           DISPLAY "Total owed to suppliers: " DISPLAY-TOTAL.
           MOVE WS-DUE-SOON TO DISPLAY-TOTAL.
           DISPLAY "Due in the next 7 days : " DISPLAY-TOTAL.

           IF WS-HELD-COUNT > 0 THEN
               MOVE WS-HELD-TOTAL TO DISPLAY-HELD
               DISPLAY WS-HELD-COUNT " invoice line(s) on hold "
                   "totalling " DISPLAY-HELD "."
           END-IF.

       0500-END.

       0510-PRINT-ONE-SUPPLIER.
           COMPUTE WS-SUPP-TOTAL =
               WS-AG-NOT-DUE (WS-AG-IDX)
               + WS-AG-B1 (WS-AG-IDX)
               + WS-AG-B31 (WS-AG-IDX)
               + WS-AG-B61 (WS-AG-IDX)
               - WS-AG-PAID (WS-AG-IDX).

           IF WS-SUPP-TOTAL = 0
                   AND WS-AG-PAID (WS-AG-IDX) = 0 THEN
               CONTINUE
           ELSE
               COMPUTE WS-AG-NOT-DUE (WS-AG-IDX) =
                   WS-AG-NOT-DUE (WS-AG-IDX)
                   - WS-AG-PAID (WS-AG-IDX)

               ADD WS-AG-NOT-DUE (WS-AG-IDX) TO WS-TOT-NOT-DUE
               ADD WS-AG-B1 (WS-AG-IDX) TO WS-TOT-B1
               ADD WS-AG-B31 (WS-AG-IDX) TO WS-TOT-B31
               ADD WS-AG-B61 (WS-AG-IDX) TO WS-TOT-B61
               ADD WS-SUPP-TOTAL TO WS-TOT-TOTAL

               MOVE WS-AG-NOT-DUE (WS-AG-IDX) TO DISPLAY-NOT-DUE
               MOVE WS-AG-B1 (WS-AG-IDX) TO DISPLAY-B1
               MOVE WS-AG-B31 (WS-AG-IDX) TO DISPLAY-B31
               MOVE WS-AG-B61 (WS-AG-IDX) TO DISPLAY-B61
               MOVE WS-SUPP-TOTAL TO DISPLAY-TOTAL

               MOVE SPACES TO WS-REPORT-LINE
               STRING  '  '   DELIMITED BY SIZE
                       WS-AG-SUPP-ID (WS-AG-IDX) (1:4)
                       ' '    DELIMITED BY SIZE
                       WS-AG-NAME (WS-AG-IDX) (1:20)
                       ' '    DELIMITED BY SIZE
                       DISPLAY-NOT-DUE (1:10)
                       ' '    DELIMITED BY SIZE
                       DISPLAY-B1 (1:10)
                       ' '    DELIMITED BY SIZE
                       DISPLAY-B31 (1:10)
                       ' '    DELIMITED BY SIZE
                       DISPLAY-B61 (1:10)
                       ' '    DELIMITED BY SIZE
                       DISPLAY-TOTAL (1:10)
               INTO WS-REPORT-LINE
               END-STRING

               WRITE AGING-RECORD FROM WS-REPORT-LINE
           END-IF.

       0510-END.

       0600-PRINT-HELD-INVOICES.
           MOVE "N" TO WS-SI-EOF.
           OPEN INPUT SUPP-INVOICE.

           IF WS-SI-STATUS = "35" THEN
               CONTINUE
           ELSE
               WRITE AGING-RECORD FROM HELD-HEAD-LINE

               PERFORM UNTIL WS-SI-EOF = "Y"
                   READ SUPP-INVOICE
                       AT END MOVE "Y" TO WS-SI-EOF
                       NOT AT END
                           IF SI-STATUS = "H" THEN
                               PERFORM 0610-PRINT-ONE-HELD
                                   THRU 0610-END
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SUPP-INVOICE
           END-IF.

       0600-END.

       0610-PRINT-ONE-HELD.
           ADD 1 TO WS-HELD-COUNT.
           ADD SI-AMOUNT TO WS-HELD-TOTAL.
           MOVE SI-AMOUNT TO DISPLAY-HELD.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   SI-SUPPLIER-ID (1:4)
                   ' INV '   DELIMITED BY SIZE
                   SI-INVOICE-NO (1:10)
                   ' PO '    DELIMITED BY SIZE
                   SI-PO-NUMBER (1:5)
                   ' '    DELIMITED BY SIZE
                   SI-PRODUCT-ID (1:4)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-HELD (1:9)
                   '  REASON ' DELIMITED BY SIZE
                   SI-REASON (1:2)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE AGING-RECORD FROM WS-REPORT-LINE.

       0610-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM AP-AGING-REPORT.
