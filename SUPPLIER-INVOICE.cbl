       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-INVOICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO "PO-FILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-STATUS.

           SELECT SUPP-INVOICE ASSIGN TO "SUPP-INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SI-STATUS.

           SELECT SI-KEEP ASSIGN TO "SUPP-INVOICE.NEW"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SK-STATUS.

           SELECT SI-ARCHIVE ASSIGN TO "SUPP-INVOICE.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SA-STATUS.

           SELECT PO-ARCHIVE ASSIGN TO "PO-FILE.ARC"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PA-STATUS.

           SELECT AP-LEDGER ASSIGN TO "AP-LEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AP-STATUS.

           SELECT SUPPLIER-LIST ASSIGN TO "supplierList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-FILE-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
           FILE SECTION.

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

           FD SI-KEEP.
           01 SI-KEEP-RECORD         PIC X(76).

           FD SI-ARCHIVE.
           01 SI-ARCHIVE-RECORD      PIC X(76).

           FD PO-ARCHIVE.
           01 PO-ARCHIVE-RECORD.
               05  PA-STATUS          PIC X.
               05  FILLER             PIC X(47).

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

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
               05  OPERATOR-NAME   PIC X(20).
               05  OPERATOR-PIN    PIC X(4).

           FD CLOSE-CONTROL.
           01 CTL-DETAILS.
               05  CC-DATE            PIC 9(8).
               05  CC-ORDER-COUNT     PIC 9(5).
               05  CC-REVENUE         PIC S9(7)V99.
               05  CC-TAX             PIC S9(7)V99.

           WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(2).
           01  WS-EOF-CTL          PIC X VALUE "N".

           01  WS-DATE-CLOSED      PIC X VALUE "N".
               88  DATE-CLOSED      VALUE "Y".

           01  WS-OP-FILE-STATUS   PIC X(2).
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

           01  WS-PO-STATUS        PIC X(2).
           01  WS-SI-STATUS        PIC X(2).
           01  WS-SK-STATUS        PIC X(2).
           01  WS-SA-STATUS        PIC X(2).
           01  WS-PA-STATUS        PIC X(2).
           01  WS-AP-STATUS        PIC X(2).
           01  WS-SUPP-FILE-STATUS PIC X(2).

           01  WS-EOF-PO           PIC X VALUE "N".
           01  WS-EOF-SI           PIC X VALUE "N".
           01  WS-AP-EOF           PIC X VALUE "N".
           01  WS-SUPP-EOF         PIC X VALUE "N".

           01  WS-SUPP-DUMMY       PIC X(36).

           01  IS-SUPPLIER-FOUND   PIC X.
               88  SUPPLIER-FOUND   VALUE "Y".

           01  WS-SUPP-DETAILS.
               05  WS-SUPP-REC-ID      PIC X(4).
               05  WS-SUPP-REC-NAME    PIC X(20).
               05  WS-SUPP-REC-PHONE   PIC X(12).

           01  WS-POST-DATE        PIC 9(8).

           01  WS-MENU-CHOICE      PIC 9.
               88  MENU-INVOICE     VALUE 1.
               88  MENU-RELEASE     VALUE 2.
               88  MENU-PAYMENT     VALUE 3.

           01  WS-PO-COUNT         PIC 9(3) VALUE 0.
           01  WS-PO-IDX           PIC 9(3) VALUE 0.
           01  WS-PO-OVERFLOW      PIC X VALUE "N".
           01  WS-PO-LINES         PIC 9(3) VALUE 0.
           01  WS-PO-PURGED        PIC 9(3) VALUE 0.
           01  WS-PO-STALE         PIC 9(3) VALUE 0.
           01  WS-PO-KEEP-DAYS     PIC 9(3) VALUE 180.
           01  WS-PO-AGE-DAYS      PIC S9(7).

           01  WS-PO-TABLE.
               05  WS-PO-ROWS OCCURS 200 TIMES.
                   10  WS-PO-ROW-STATUS   PIC X.
                   10  WS-PO-ROW-NUMBER   PIC 9(5).
                   10  WS-PO-ROW-PROD-ID  PIC X(4).
                   10  WS-PO-ROW-SUPP-ID  PIC X(4).
                   10  WS-PO-ROW-ORDERED  PIC 9(5).
                   10  WS-PO-ROW-RECEIVED PIC 9(5).
                   10  WS-PO-ROW-ORD-DATE PIC 9(8).
                   10  WS-PO-ROW-EXP-DATE PIC 9(8).
                   10  WS-PO-ROW-PRICE    PIC 9(3)V99.
                   10  WS-PO-ROW-LINE     PIC 9(3).

           01  WS-SI-COUNT         PIC 9(3) VALUE 0.
           01  WS-SI-IDX           PIC 9(3) VALUE 0.
           01  WS-SI-OVERFLOW      PIC X VALUE "N".
           01  WS-SI-ARCHIVED      PIC 9(5) VALUE 0.
           01  WS-SI-DROP          PIC X VALUE "N".

           01  WS-CMD-SWAP-SI      PIC X(60) VALUE
               "mv SUPP-INVOICE.NEW SUPP-INVOICE.DAT".

           01  WS-SI-TABLE.
               05  WS-SI-ROWS OCCURS 400 TIMES.
                   10  WS-SI-ROW-STATUS   PIC X.
                   10  WS-SI-ROW-SUPP-ID  PIC X(4).
                   10  WS-SI-ROW-INV-NO   PIC X(10).
                   10  WS-SI-ROW-PO-NUM   PIC 9(5).
                   10  WS-SI-ROW-PROD-ID  PIC X(4).
                   10  WS-SI-ROW-QTY      PIC 9(5).
                   10  WS-SI-ROW-PRICE    PIC 9(3)V99.
                   10  WS-SI-ROW-AMOUNT   PIC 9(7)V99.
                   10  WS-SI-ROW-INV-DATE PIC 9(8).
                   10  WS-SI-ROW-DUE-DATE PIC 9(8).
                   10  WS-SI-ROW-POST-DATE PIC 9(8).
                   10  WS-SI-ROW-REASON   PIC X(2).
                   10  WS-SI-ROW-OP-ID    PIC X(4).
                   10  WS-SI-ROW-PO-LINE  PIC 9(3).

           01  WS-IL-COUNT         PIC 9(3) VALUE 0.
           01  WS-IL-IDX           PIC 9(3) VALUE 0.

           01  WS-INVOICE-LINES.
               05  WS-IL-ROWS OCCURS 20 TIMES.
                   10  WS-IL-PROD-ID      PIC X(4).
                   10  WS-IL-PO-LINE      PIC 9(3).
                   10  WS-IL-QTY          PIC 9(5).
                   10  WS-IL-PRICE        PIC 9(3)V99.
                   10  WS-IL-AMOUNT       PIC 9(7)V99.
                   10  WS-IL-REASON       PIC X(2).

           01  WS-PO-NUM-INPUT     PIC 9(5).
           01  WS-SUPP-ID-INPUT    PIC X(4).
           01  WS-SUPP-NAME        PIC X(20).
           01  WS-INVOICE-NO       PIC X(10).
           01  WS-DATE-INPUT       PIC 9(8).
           01  WS-INV-DATE         PIC 9(8).
           01  WS-DUE-DATE         PIC 9(8).
           01  WS-TERMS-DAYS       PIC 9(3).

           01  WS-QTY-INPUT        PIC 9(5).
           01  WS-PRICE-INPUT      PIC 9(3)V99.
           01  WS-INVOICED-TO-DATE PIC 9(6).
           01  WS-LINE-AMOUNT      PIC 9(7)V99.
           01  WS-INVOICE-TOTAL    PIC 9(7)V99 VALUE 0.

           01  WS-LINE-REASON      PIC X(2).
               88  REASON-NONE       VALUE SPACES.
               88  REASON-OVER-RECVD VALUE "QR".
               88  REASON-OVER-ORDER VALUE "QO".
               88  REASON-PRICE      VALUE "PR".

           01  WS-INVOICE-HELD     PIC X VALUE "N".
               88  INVOICE-HELD     VALUE "Y".

           01  WS-DUPLICATE        PIC X VALUE "N".
               88  DUPLICATE-INVOICE VALUE "Y".

           01  WS-HELD-FOUND       PIC X VALUE "N".
               88  HELD-FOUND       VALUE "Y".

           01  WS-AP-BALANCE       PIC S9(7)V99 VALUE 0.
           01  WS-PAY-AMOUNT       PIC 9(7)V99.
           01  WS-PAY-REF          PIC X(10).

           01  WS-RELEASE-ANSWER   PIC X.
               88  RELEASE-THIS     VALUE "y".

           01  DISPLAYS.
               05  DISPLAY-ORDERED     PIC ZZZZ9.
               05  DISPLAY-RECEIVED    PIC ZZZZ9.
               05  DISPLAY-INVOICED    PIC ZZZZZ9.
               05  DISPLAY-QTY         PIC ZZZZ9.
               05  DISPLAY-PRICE       PIC ZZ9.99.
               05  DISPLAY-AMOUNT      PIC $$,$$$,$$9.99.
               05  DISPLAY-AP-BALANCE  PIC $$,$$$,$$9.99-.

           01  IS-DONE             PIC X.
               88  ENTER-NEW        VALUE "y".

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.

           ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
           PERFORM 0025-CHECK-DATE-OPEN THRU 0025-END.

           DISPLAY "1. Enter supplier invoice against a PO".
           DISPLAY "2. Release a held invoice for payment".
           DISPLAY "3. Record a payment to a supplier".
           DISPLAY "Choice >>> ".
           ACCEPT WS-MENU-CHOICE.

           EVALUATE TRUE
               WHEN MENU-RELEASE
                   PERFORM 0300-RELEASE-HELD THRU 0300-END
               WHEN MENU-PAYMENT
                   PERFORM 0400-ENTER-PAYMENT THRU 0400-END
               WHEN OTHER
                   PERFORM 0200-ENTER-INVOICE THRU 0200-END
           END-EVALUATE.

           DISPLAY "Thank you and goodbye.".
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0130-LOAD-PO-FILE.
           MOVE 0 TO WS-PO-COUNT.
           MOVE "N" TO WS-EOF-PO.
           MOVE "N" TO WS-PO-OVERFLOW.

           OPEN INPUT PO-FILE.

           IF WS-PO-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-PO = "Y"
                   IF WS-PO-COUNT >= 200 THEN
                       DISPLAY "PO file exceeds 200 rows - "
                           "remaining rows ignored."
                       MOVE "Y" TO WS-PO-OVERFLOW
                       MOVE "Y" TO WS-EOF-PO
                   ELSE
                       ADD 1 TO WS-PO-COUNT
                       READ PO-FILE
                           INTO WS-PO-ROWS (WS-PO-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-PO-COUNT
                               MOVE "Y" TO WS-EOF-PO
                           NOT AT END
                               IF WS-PO-ROW-LINE (WS-PO-COUNT)
                                       IS NOT NUMERIC
                                   MOVE 0 TO
                                       WS-PO-ROW-LINE (WS-PO-COUNT)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE PO-FILE
           END-IF.

       0130-END.

       0150-LOAD-INVOICES.
           MOVE 0 TO WS-SI-COUNT.
           MOVE "N" TO WS-EOF-SI.
           MOVE "N" TO WS-SI-OVERFLOW.

           OPEN INPUT SUPP-INVOICE.

           IF WS-SI-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF-SI = "Y"
                   IF WS-SI-COUNT >= 400 THEN
                       DISPLAY "Supplier invoice file exceeds 400 "
                           "rows - remaining rows ignored."
                       MOVE "Y" TO WS-SI-OVERFLOW
                       MOVE "Y" TO WS-EOF-SI
                   ELSE
                       ADD 1 TO WS-SI-COUNT
                       READ SUPP-INVOICE
                           INTO WS-SI-ROWS (WS-SI-COUNT)
                           AT END
                               SUBTRACT 1 FROM WS-SI-COUNT
                               MOVE "Y" TO WS-EOF-SI
                           NOT AT END
                               IF WS-SI-ROW-PO-LINE (WS-SI-COUNT)
                                       IS NOT NUMERIC
                                   MOVE 0 TO
                                       WS-SI-ROW-PO-LINE (WS-SI-COUNT)
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM

               CLOSE SUPP-INVOICE
           END-IF.

       0150-END.

       0200-ENTER-INVOICE.
           PERFORM 0205-KEY-INVOICE THRU 0205-END.

           DISPLAY "Do you want to enter another invoice? (y) >>> ".
           ACCEPT IS-DONE.

           IF ENTER-NEW THEN
               PERFORM 0200-ENTER-INVOICE
           END-IF.

       0200-END.

       0205-KEY-INVOICE.
           PERFORM 0130-LOAD-PO-FILE THRU 0130-END.
           PERFORM 0150-LOAD-INVOICES THRU 0150-END.

           IF WS-SI-OVERFLOW = "Y" THEN
               PERFORM 0500-PURGE-PO-FILE THRU 0500-END
               PERFORM 0130-LOAD-PO-FILE THRU 0130-END
               PERFORM 0150-LOAD-INVOICES THRU 0150-END
           END-IF.

           IF WS-SI-OVERFLOW = "Y" THEN
               DISPLAY "Supplier invoice file too large to "
                   "check safely - invoice NOT recorded."
               GO TO 0205-END
           END-IF.

           MOVE 0 TO WS-IL-COUNT.
           MOVE 0 TO WS-INVOICE-TOTAL.
           MOVE "N" TO WS-INVOICE-HELD.

           DISPLAY "PO number >>> ".
           ACCEPT WS-PO-NUM-INPUT.

           MOVE 0 TO WS-PO-LINES.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-ROW-NUMBER (WS-PO-IDX) = WS-PO-NUM-INPUT
                   ADD 1 TO WS-PO-LINES
                   MOVE WS-PO-ROW-SUPP-ID (WS-PO-IDX)
                       TO WS-SUPP-ID-INPUT
               END-IF
           END-PERFORM.

           IF WS-PO-LINES = 0 THEN
               DISPLAY "PO " WS-PO-NUM-INPUT " is not on file - "
                   "invoice not recorded."
               GO TO 0205-END
           END-IF.

           PERFORM 0210-LOOKUP-SUPPLIER THRU 0210-END.
           DISPLAY "Supplier: " WS-SUPP-ID-INPUT " " WS-SUPP-NAME.

           DISPLAY "Supplier invoice number >>> ".
           ACCEPT WS-INVOICE-NO.

           MOVE "N" TO WS-DUPLICATE.
           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF WS-SI-ROW-SUPP-ID (WS-SI-IDX) = WS-SUPP-ID-INPUT
                       AND WS-SI-ROW-INV-NO (WS-SI-IDX)
                           = WS-INVOICE-NO
                   MOVE "Y" TO WS-DUPLICATE
               END-IF
           END-PERFORM.

           IF DUPLICATE-INVOICE THEN
               DISPLAY "Invoice " WS-INVOICE-NO " from supplier "
                   WS-SUPP-ID-INPUT " is already on file - "
                   "not recorded again."
               GO TO 0205-END
           END-IF.

           DISPLAY "Invoice date (YYYYMMDD, 0 = today) >>> ".
           ACCEPT WS-DATE-INPUT.

           IF WS-DATE-INPUT = 0 THEN
               MOVE WS-POST-DATE TO WS-INV-DATE
           ELSE
               MOVE WS-DATE-INPUT TO WS-INV-DATE
           END-IF.

           DISPLAY "Payment terms in days (0 = 30) >>> ".
           ACCEPT WS-TERMS-DAYS.

           IF WS-TERMS-DAYS = 0 THEN
               MOVE 30 TO WS-TERMS-DAYS
           END-IF.

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-INV-DATE)
               + WS-TERMS-DAYS).

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-ROW-NUMBER (WS-PO-IDX) = WS-PO-NUM-INPUT
                   PERFORM 0230-KEY-INVOICE-LINE THRU 0230-END
               END-IF
           END-PERFORM.

           IF WS-IL-COUNT = 0 THEN
               DISPLAY "Nothing invoiced - invoice not recorded."
               GO TO 0205-END
           END-IF.

           PERFORM 0250-WRITE-INVOICE-LINES THRU 0250-END.

           MOVE WS-INVOICE-TOTAL TO DISPLAY-AMOUNT.

           IF INVOICE-HELD THEN
               DISPLAY "Invoice " WS-INVOICE-NO " for "
                   DISPLAY-AMOUNT " does NOT match the PO and "
                   "receipts."
               DISPLAY "It is ON HOLD and has not been posted to "
                   "the AP ledger."
           ELSE
               MOVE WS-INVOICE-NO TO WS-PAY-REF
               PERFORM 0260-POST-AP-INVOICE THRU 0260-END
               DISPLAY "Invoice " WS-INVOICE-NO " for "
                   DISPLAY-AMOUNT " matched and approved - due "
                   WS-DUE-DATE "."
               PERFORM 0150-LOAD-INVOICES THRU 0150-END
               PERFORM 0500-PURGE-PO-FILE THRU 0500-END
           END-IF.

       0205-END.

       0210-LOOKUP-SUPPLIER.
           MOVE "N" TO IS-SUPPLIER-FOUND.
           MOVE "N" TO WS-SUPP-EOF.
           MOVE "(NOT ON FILE)" TO WS-SUPP-NAME.

           OPEN INPUT SUPPLIER-LIST.

           IF WS-SUPP-FILE-STATUS = "35" THEN
               CONTINUE
           ELSE
               READ SUPPLIER-LIST INTO WS-SUPP-DUMMY
                   AT END MOVE "Y" TO WS-SUPP-EOF
               END-READ

               PERFORM UNTIL WS-SUPP-EOF = "Y"
                   READ SUPPLIER-LIST INTO WS-SUPP-DETAILS
                       AT END MOVE "Y" TO WS-SUPP-EOF
                       NOT AT END
                           IF WS-SUPP-REC-ID = WS-SUPP-ID-INPUT THEN
                               MOVE WS-SUPP-REC-NAME TO WS-SUPP-NAME
                               MOVE "Y" TO IS-SUPPLIER-FOUND
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SUPPLIER-LIST
           END-IF.

       0210-END.

       0230-KEY-INVOICE-LINE.
           MOVE 0 TO WS-INVOICED-TO-DATE.

           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF WS-SI-ROW-PO-NUM (WS-SI-IDX) = WS-PO-NUM-INPUT
                       AND WS-SI-ROW-PO-LINE (WS-SI-IDX)
                           = WS-PO-ROW-LINE (WS-PO-IDX)
                       AND WS-SI-ROW-PROD-ID (WS-SI-IDX)
                           = WS-PO-ROW-PROD-ID (WS-PO-IDX)
                       AND WS-SI-ROW-STATUS (WS-SI-IDX) NOT = "H"
                   ADD WS-SI-ROW-QTY (WS-SI-IDX)
                       TO WS-INVOICED-TO-DATE
               END-IF
           END-PERFORM.

           MOVE WS-PO-ROW-ORDERED (WS-PO-IDX) TO DISPLAY-ORDERED.
           MOVE WS-PO-ROW-RECEIVED (WS-PO-IDX) TO DISPLAY-RECEIVED.
           MOVE WS-INVOICED-TO-DATE TO DISPLAY-INVOICED.
           MOVE WS-PO-ROW-PRICE (WS-PO-IDX) TO DISPLAY-PRICE.

           DISPLAY "  " WS-PO-ROW-PROD-ID (WS-PO-IDX)
               " ORDERED " DISPLAY-ORDERED
               " RECEIVED " DISPLAY-RECEIVED
               " INVOICED " DISPLAY-INVOICED
               " PO PRICE " DISPLAY-PRICE.

           DISPLAY "Invoiced qty (0 = not on this invoice) >>> ".
           ACCEPT WS-QTY-INPUT.

           IF WS-QTY-INPUT = 0 THEN
               GO TO 0230-END
           END-IF.

           IF WS-IL-COUNT >= 20 THEN
               DISPLAY "Invoice exceeds 20 lines - line ignored."
               GO TO 0230-END
           END-IF.

           DISPLAY "Invoiced unit price >>> ".
           ACCEPT WS-PRICE-INPUT.

           MOVE SPACES TO WS-LINE-REASON.
           ADD WS-QTY-INPUT TO WS-INVOICED-TO-DATE.

           EVALUATE TRUE
               WHEN WS-INVOICED-TO-DATE
                       > WS-PO-ROW-RECEIVED (WS-PO-IDX)
                   MOVE "QR" TO WS-LINE-REASON
                   DISPLAY "MISMATCH - invoiced qty exceeds qty "
                       "received."
               WHEN WS-INVOICED-TO-DATE
                       > WS-PO-ROW-ORDERED (WS-PO-IDX)
                   MOVE "QO" TO WS-LINE-REASON
                   DISPLAY "MISMATCH - invoiced qty exceeds qty "
                       "ordered."
               WHEN WS-PRICE-INPUT NOT = WS-PO-ROW-PRICE (WS-PO-IDX)
                   MOVE "PR" TO WS-LINE-REASON
                   DISPLAY "MISMATCH - invoiced price differs "
                       "from the PO price."
               WHEN OTHER
                   DISPLAY "Line matched."
           END-EVALUATE.

           IF NOT REASON-NONE THEN
               MOVE "Y" TO WS-INVOICE-HELD
           END-IF.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-QTY-INPUT * WS-PRICE-INPUT.
           ADD WS-LINE-AMOUNT TO WS-INVOICE-TOTAL.

           ADD 1 TO WS-IL-COUNT.
           MOVE WS-PO-ROW-PROD-ID (WS-PO-IDX)
               TO WS-IL-PROD-ID (WS-IL-COUNT).
           MOVE WS-PO-ROW-LINE (WS-PO-IDX)
               TO WS-IL-PO-LINE (WS-IL-COUNT).
           MOVE WS-QTY-INPUT TO WS-IL-QTY (WS-IL-COUNT).
           MOVE WS-PRICE-INPUT TO WS-IL-PRICE (WS-IL-COUNT).
           MOVE WS-LINE-AMOUNT TO WS-IL-AMOUNT (WS-IL-COUNT).
           MOVE WS-LINE-REASON TO WS-IL-REASON (WS-IL-COUNT).

       0230-END.

       0250-WRITE-INVOICE-LINES.
           OPEN EXTEND SUPP-INVOICE.

           IF WS-SI-STATUS = "35" THEN
               OPEN OUTPUT SUPP-INVOICE
           END-IF.

           PERFORM VARYING WS-IL-IDX FROM 1 BY 1
                   UNTIL WS-IL-IDX > WS-IL-COUNT
               IF INVOICE-HELD THEN
                   MOVE "H" TO SI-STATUS
               ELSE
                   MOVE "A" TO SI-STATUS
               END-IF
               MOVE WS-SUPP-ID-INPUT TO SI-SUPPLIER-ID
               MOVE WS-INVOICE-NO TO SI-INVOICE-NO
               MOVE WS-PO-NUM-INPUT TO SI-PO-NUMBER
               MOVE WS-IL-PROD-ID (WS-IL-IDX) TO SI-PRODUCT-ID
               MOVE WS-IL-PO-LINE (WS-IL-IDX) TO SI-PO-LINE
               MOVE WS-IL-QTY (WS-IL-IDX) TO SI-QTY
               MOVE WS-IL-PRICE (WS-IL-IDX) TO SI-PRICE
               MOVE WS-IL-AMOUNT (WS-IL-IDX) TO SI-AMOUNT
               MOVE WS-INV-DATE TO SI-INV-DATE
               MOVE WS-DUE-DATE TO SI-DUE-DATE
               MOVE WS-POST-DATE TO SI-POST-DATE
               MOVE WS-IL-REASON (WS-IL-IDX) TO SI-REASON
               MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID
               WRITE SI-DETAILS
           END-PERFORM.

           CLOSE SUPP-INVOICE.

       0250-END.

       0260-POST-AP-INVOICE.
           OPEN EXTEND AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               OPEN OUTPUT AP-LEDGER
           END-IF.

           MOVE "I" TO AP-TYPE.
           MOVE WS-SUPP-ID-INPUT TO AP-SUPP-ID.
           MOVE WS-POST-DATE TO AP-DATE.
           MOVE WS-PAY-REF TO AP-REF.
           MOVE WS-INVOICE-TOTAL TO AP-AMOUNT.
           MOVE WS-DUE-DATE TO AP-DUE-DATE.
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.

           WRITE AP-DETAILS.
           CLOSE AP-LEDGER.

       0260-END.

       0300-RELEASE-HELD.
           PERFORM 0150-LOAD-INVOICES THRU 0150-END.

           IF WS-SI-OVERFLOW = "Y" THEN
               PERFORM 0130-LOAD-PO-FILE THRU 0130-END
               PERFORM 0500-PURGE-PO-FILE THRU 0500-END
               PERFORM 0150-LOAD-INVOICES THRU 0150-END
           END-IF.

           DISPLAY "Supplier ID >>> ".
           ACCEPT WS-SUPP-ID-INPUT.
           DISPLAY "Supplier invoice number >>> ".
           ACCEPT WS-INVOICE-NO.

           MOVE "N" TO WS-HELD-FOUND.
           MOVE 0 TO WS-INVOICE-TOTAL.

           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF WS-SI-ROW-SUPP-ID (WS-SI-IDX) = WS-SUPP-ID-INPUT
                       AND WS-SI-ROW-INV-NO (WS-SI-IDX)
                           = WS-INVOICE-NO
                       AND WS-SI-ROW-STATUS (WS-SI-IDX) = "H"
                   MOVE "Y" TO WS-HELD-FOUND
                   PERFORM 0310-SHOW-HELD-LINE THRU 0310-END
               END-IF
           END-PERFORM.

           IF NOT HELD-FOUND THEN
               DISPLAY "No held invoice " WS-INVOICE-NO
                   " for supplier " WS-SUPP-ID-INPUT "."
               GO TO 0300-END
           END-IF.

           MOVE WS-INVOICE-TOTAL TO DISPLAY-AMOUNT.
           DISPLAY "Invoice total " DISPLAY-AMOUNT ".".
           DISPLAY "Approve for payment despite the mismatch? "
               "(y) >>> ".
           ACCEPT WS-RELEASE-ANSWER.

           IF NOT RELEASE-THIS THEN
               DISPLAY "Invoice left on hold."
               GO TO 0300-END
           END-IF.

           IF WS-SI-OVERFLOW = "Y" THEN
               DISPLAY "Supplier invoice file too large to "
                   "rewrite safely - invoice NOT released."
               GO TO 0300-END
           END-IF.

           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF WS-SI-ROW-SUPP-ID (WS-SI-IDX) = WS-SUPP-ID-INPUT
                       AND WS-SI-ROW-INV-NO (WS-SI-IDX)
                           = WS-INVOICE-NO
                       AND WS-SI-ROW-STATUS (WS-SI-IDX) = "H"
                   MOVE "R" TO WS-SI-ROW-STATUS (WS-SI-IDX)
                   MOVE WS-SI-ROW-DUE-DATE (WS-SI-IDX)
                       TO WS-DUE-DATE
               END-IF
           END-PERFORM.

           OPEN OUTPUT SUPP-INVOICE.

           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               WRITE SI-DETAILS FROM WS-SI-ROWS (WS-SI-IDX)
           END-PERFORM.

           CLOSE SUPP-INVOICE.

           MOVE WS-INVOICE-NO TO WS-PAY-REF.
           PERFORM 0260-POST-AP-INVOICE THRU 0260-END.

           DISPLAY "Invoice " WS-INVOICE-NO " released - due "
               WS-DUE-DATE ".".

           PERFORM 0130-LOAD-PO-FILE THRU 0130-END.
           PERFORM 0500-PURGE-PO-FILE THRU 0500-END.

       0300-END.

       0310-SHOW-HELD-LINE.
           MOVE WS-SI-ROW-REASON (WS-SI-IDX) TO WS-LINE-REASON.
           MOVE WS-SI-ROW-QTY (WS-SI-IDX) TO DISPLAY-QTY.
           MOVE WS-SI-ROW-PRICE (WS-SI-IDX) TO DISPLAY-PRICE.
           ADD WS-SI-ROW-AMOUNT (WS-SI-IDX) TO WS-INVOICE-TOTAL.

           DISPLAY "  PO " WS-SI-ROW-PO-NUM (WS-SI-IDX)
               " " WS-SI-ROW-PROD-ID (WS-SI-IDX)
               " QTY " DISPLAY-QTY
               " PRICE " DISPLAY-PRICE.

           EVALUATE TRUE
               WHEN REASON-OVER-RECVD
                   DISPLAY "    held - qty exceeds qty received"
               WHEN REASON-OVER-ORDER
                   DISPLAY "    held - qty exceeds qty ordered"
               WHEN REASON-PRICE
                   DISPLAY "    held - price differs from PO"
               WHEN OTHER
                   DISPLAY "    line matched"
           END-EVALUATE.

       0310-END.

       0400-ENTER-PAYMENT.
           DISPLAY "Supplier ID >>> ".
           ACCEPT WS-SUPP-ID-INPUT.

           PERFORM 0210-LOOKUP-SUPPLIER THRU 0210-END.

           IF NOT SUPPLIER-FOUND THEN
               DISPLAY "Supplier " WS-SUPP-ID-INPUT " not found."
           ELSE
               PERFORM 0410-GET-AP-BALANCE THRU 0410-END

               MOVE WS-AP-BALANCE TO DISPLAY-AP-BALANCE
               DISPLAY "Supplier: " WS-SUPP-NAME
               DISPLAY "Amount owed: " DISPLAY-AP-BALANCE

               DISPLAY "Payment amount >>> "
               ACCEPT WS-PAY-AMOUNT
               DISPLAY "Payment reference >>> "
               ACCEPT WS-PAY-REF

               IF WS-PAY-AMOUNT = 0 THEN
                   DISPLAY "Zero amount - payment not posted."
               ELSE
                   IF WS-PAY-AMOUNT > WS-AP-BALANCE THEN
                       DISPLAY "Payment exceeds the amount owed - "
                           "payment not posted."
                   ELSE
                       PERFORM 0420-POST-PAYMENT THRU 0420-END
                   END-IF
               END-IF
           END-IF.

           DISPLAY "Do you want to enter another payment? (y) >>> ".
           ACCEPT IS-DONE.

           IF ENTER-NEW THEN
               PERFORM 0400-ENTER-PAYMENT
           END-IF.

       0400-END.

       0410-GET-AP-BALANCE.
           MOVE 0 TO WS-AP-BALANCE.
           MOVE "N" TO WS-AP-EOF.

           OPEN INPUT AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AP-EOF = "Y"
                   READ AP-LEDGER
                       AT END MOVE "Y" TO WS-AP-EOF
                       NOT AT END
                           IF AP-SUPP-ID = WS-SUPP-ID-INPUT THEN
                               IF AP-TYPE = "I" THEN
                                   ADD AP-AMOUNT TO WS-AP-BALANCE
                               ELSE
                                   SUBTRACT AP-AMOUNT
                                       FROM WS-AP-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE AP-LEDGER
           END-IF.

       0410-END.

       0420-POST-PAYMENT.
           OPEN EXTEND AP-LEDGER.

           IF WS-AP-STATUS = "35" THEN
               OPEN OUTPUT AP-LEDGER
           END-IF.

           MOVE "P" TO AP-TYPE.
           MOVE WS-SUPP-ID-INPUT TO AP-SUPP-ID.
           MOVE WS-POST-DATE TO AP-DATE.
           MOVE WS-PAY-REF TO AP-REF.
           MOVE WS-PAY-AMOUNT TO AP-AMOUNT.
           MOVE WS-POST-DATE TO AP-DUE-DATE.
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID.

           WRITE AP-DETAILS.
           CLOSE AP-LEDGER.

           COMPUTE WS-AP-BALANCE = WS-AP-BALANCE - WS-PAY-AMOUNT.

           MOVE WS-PAY-AMOUNT TO DISPLAY-AMOUNT.
           MOVE WS-AP-BALANCE TO DISPLAY-AP-BALANCE.
           DISPLAY "Payment " DISPLAY-AMOUNT " posted - "
               "still owed " DISPLAY-AP-BALANCE.

       0420-END.

       0500-PURGE-PO-FILE.
           IF WS-PO-OVERFLOW = "Y" THEN
               GO TO 0500-END
           END-IF.

           MOVE 0 TO WS-PO-PURGED.
           MOVE 0 TO WS-PO-STALE.

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-ROW-STATUS (WS-PO-IDX) = "C"
                   PERFORM 0510-CHECK-FULLY-INVOICED THRU 0510-END
               END-IF
               IF WS-PO-ROW-STATUS (WS-PO-IDX) = "C"
                   PERFORM 0515-CHECK-STALE THRU 0515-END
               END-IF
           END-PERFORM.

           IF WS-PO-PURGED = 0 AND WS-PO-STALE = 0 THEN
               GO TO 0500-END
           END-IF.

           OPEN EXTEND PO-ARCHIVE.

           IF WS-PA-STATUS = "35" THEN
               OPEN OUTPUT PO-ARCHIVE
           END-IF.

           OPEN OUTPUT PO-FILE.

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > WS-PO-COUNT
               IF WS-PO-ROW-STATUS (WS-PO-IDX) = "X"
                   MOVE WS-PO-ROWS (WS-PO-IDX) TO PO-ARCHIVE-RECORD
                   MOVE "C" TO PA-STATUS
                   WRITE PO-ARCHIVE-RECORD
               ELSE
                   WRITE PO-DETAILS
                       FROM WS-PO-ROWS (WS-PO-IDX)
               END-IF
           END-PERFORM.

           CLOSE PO-FILE.
           CLOSE PO-ARCHIVE.

           IF WS-PO-PURGED > 0 THEN
               DISPLAY WS-PO-PURGED " received and fully invoiced "
                   "PO line(s) cleared from the PO file."
           END-IF.

           IF WS-PO-STALE > 0 THEN
               DISPLAY WS-PO-STALE " received PO line(s) due over "
                   WS-PO-KEEP-DAYS " days ago moved to PO-FILE.ARC."
           END-IF.

           PERFORM 0520-ARCHIVE-INVOICES THRU 0520-END.

       0500-END.

       0510-CHECK-FULLY-INVOICED.
           MOVE 0 TO WS-INVOICED-TO-DATE.

           PERFORM VARYING WS-SI-IDX FROM 1 BY 1
                   UNTIL WS-SI-IDX > WS-SI-COUNT
               IF WS-SI-ROW-PO-NUM (WS-SI-IDX)
                       = WS-PO-ROW-NUMBER (WS-PO-IDX)
                       AND WS-SI-ROW-PO-LINE (WS-SI-IDX)
                           = WS-PO-ROW-LINE (WS-PO-IDX)
                       AND WS-SI-ROW-PROD-ID (WS-SI-IDX)
                           = WS-PO-ROW-PROD-ID (WS-PO-IDX)
                       AND WS-SI-ROW-STATUS (WS-SI-IDX) NOT = "H"
                   ADD WS-SI-ROW-QTY (WS-SI-IDX)
                       TO WS-INVOICED-TO-DATE
               END-IF
           END-PERFORM.

           IF WS-INVOICED-TO-DATE >= WS-PO-ROW-RECEIVED (WS-PO-IDX)
               MOVE "X" TO WS-PO-ROW-STATUS (WS-PO-IDX)
               ADD 1 TO WS-PO-PURGED
           END-IF.

       0510-END.

       0515-CHECK-STALE.
           IF WS-PO-ROW-EXP-DATE (WS-PO-IDX) = 0 THEN
               GO TO 0515-END
           END-IF.

           COMPUTE WS-PO-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-POST-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-PO-ROW-EXP-DATE (WS-PO-IDX)).

           IF WS-PO-AGE-DAYS > WS-PO-KEEP-DAYS THEN
               MOVE "X" TO WS-PO-ROW-STATUS (WS-PO-IDX)
               ADD 1 TO WS-PO-STALE
           END-IF.

       0515-END.

       0520-ARCHIVE-INVOICES.
           MOVE 0 TO WS-SI-ARCHIVED.
           MOVE "N" TO WS-EOF-SI.

           OPEN INPUT SUPP-INVOICE.

           IF WS-SI-STATUS NOT = "00" THEN
               GO TO 0520-END
           END-IF.

           OPEN OUTPUT SI-KEEP.

           IF WS-SK-STATUS NOT = "00" THEN
               CLOSE SUPP-INVOICE
               GO TO 0520-END
           END-IF.

           OPEN EXTEND SI-ARCHIVE.

           IF WS-SA-STATUS = "35" THEN
               OPEN OUTPUT SI-ARCHIVE
           END-IF.

           PERFORM UNTIL WS-EOF-SI = "Y"
               READ SUPP-INVOICE
                   AT END MOVE "Y" TO WS-EOF-SI
                   NOT AT END
                       PERFORM 0525-COPY-INVOICE-ROW THRU 0525-END
               END-READ
           END-PERFORM.

           CLOSE SUPP-INVOICE.
           CLOSE SI-KEEP.
           CLOSE SI-ARCHIVE.

           IF WS-SI-ARCHIVED > 0 THEN
               CALL "SYSTEM" USING WS-CMD-SWAP-SI
               DISPLAY WS-SI-ARCHIVED " invoice line(s) for cleared "
                   "PO lines moved to SUPP-INVOICE.ARC."
           END-IF.

       0520-END.

       0525-COPY-INVOICE-ROW.
           IF SI-PO-LINE IS NOT NUMERIC THEN
               MOVE 0 TO SI-PO-LINE
           END-IF.

           MOVE "N" TO WS-SI-DROP.

           IF SI-STATUS NOT = "H" THEN
               PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX > WS-PO-COUNT
                   IF WS-PO-ROW-STATUS (WS-PO-IDX) = "X"
                           AND WS-PO-ROW-NUMBER (WS-PO-IDX)
                               = SI-PO-NUMBER
                           AND WS-PO-ROW-LINE (WS-PO-IDX)
                               = SI-PO-LINE
                           AND WS-PO-ROW-PROD-ID (WS-PO-IDX)
                               = SI-PRODUCT-ID
                       MOVE "Y" TO WS-SI-DROP
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-SI-DROP = "Y" THEN
               WRITE SI-ARCHIVE-RECORD FROM SI-DETAILS
               ADD 1 TO WS-SI-ARCHIVED
           ELSE
               WRITE SI-KEEP-RECORD FROM SI-DETAILS
           END-IF.

       0525-END.

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
                           IF CC-DATE = WS-POST-DATE THEN
                               MOVE "Y" TO WS-DATE-CLOSED
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSE-CONTROL
           END-IF.

           IF DATE-CLOSED THEN
               DISPLAY "Date " WS-POST-DATE " is already "
                   "closed - no further postings accepted."
               PERFORM 9000-END-PROGRAM
           END-IF.

       0025-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM SUPPLIER-INVOICE.
