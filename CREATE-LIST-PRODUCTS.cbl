           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT CHANGE-LOG ASSIGN TO "CHANGE-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-STATUS.

       DATA DIVISION.
           FILE SECTION.

               05  FILE-PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  FILE-PRODUCT-REORDER-POINT PIC 9(5).
               05  FILE-PRODUCT-SUPPLIER-ID  PIC X(4).
               05  FILE-PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  CC-REVENUE         PIC S9(7)V99.
               05  CC-TAX             PIC S9(7)V99.

           FD CHANGE-LOG.
           01 CL-DETAILS.
               05  CL-DATE            PIC 9(8).
               05  CL-TIME            PIC 9(6).
               05  CL-OPERATOR-ID     PIC X(4).
               05  CL-FILE            PIC X(10).
               05  CL-ACTION          PIC X.
               05  CL-KEY             PIC X(24).
               05  CL-FIELD           PIC X(12).
               05  CL-BEFORE          PIC X(20).
               05  CL-AFTER           PIC X(20).

           WORKING-STORAGE SECTION.
           01  WS-CTL-STATUS       PIC X(2).
           01  WS-EOF-CTL          PIC X VALUE "N".
               05 PRODUCT-QTY-ON-HAND  PIC 9(5).
               05 PRODUCT-REORDER-POINT PIC 9(5).
               05 PRODUCT-SUPPLIER-ID  PIC X(4).
               05 PRODUCT-UNIT-COST    PIC 9(3)V99.

           05 IS-DONE          PIC X.
               88  ENTER-NEW    VALUE "y".
           01  WS-JRNL-NEW-QTY     PIC 9(5).
           01  WS-JRNL-TYPE        PIC X(2).
           01  WS-JRNL-PROD-ID     PIC X(4).
           01  WS-JRNL-UNIT-COST   PIC 9(3)V99.
           01  WS-MAINT-DATE       PIC 9(8).

           01  WS-MENU-CHOICE      PIC 9.

           01  WS-SEARCH-ID         PIC X(4).

           01  WS-PROD-BEFORE.
               05  WS-BEF-PRODUCT-ID       PIC X(4).
               05  WS-BEF-PRODUCT-NAME     PIC X(20).
               05  WS-BEF-PRODUCT-PRICE    PIC 9(3)V99.
               05  WS-BEF-PRODUCT-CATEGORY PIC X(10).
               05  WS-BEF-PRODUCT-QTY      PIC 9(5).
               05  WS-BEF-PRODUCT-REORDER  PIC 9(5).
               05  WS-BEF-PRODUCT-SUPPLIER PIC X(4).
               05  WS-BEF-PRODUCT-COST     PIC 9(3)V99.

           01  WS-CL-STATUS        PIC X(2).
           01  WS-CL-TIME          PIC 9(8).
           01  WS-CL-ACTION        PIC X.
           01  WS-CL-KEY           PIC X(24).
           01  WS-CL-FIELD         PIC X(12).
           01  WS-CL-BEFORE        PIC X(20).
           01  WS-CL-AFTER         PIC X(20).

           01  WS-CL-EDITS.
               05  WS-CL-EDIT-MONEY    PIC ZZZZ9.99.
               05  WS-CL-EDIT-QTY      PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.
           ACCEPT PRODUCT-REORDER-POINT.
           DISPLAY "Product SUPPLIER ID >>> ".
           ACCEPT PRODUCT-SUPPLIER-ID.
           DISPLAY "Product UNIT COST >>> ".
           ACCEPT PRODUCT-UNIT-COST.

           MOVE PRODUCT-ID           TO FILE-PRODUCT-ID.
           MOVE PRODUCT-NAME         TO FILE-PRODUCT-NAME.
           MOVE PRODUCT-QTY-ON-HAND  TO FILE-PRODUCT-QTY-ON-HAND.
           MOVE PRODUCT-REORDER-POINT TO FILE-PRODUCT-REORDER-POINT.
           MOVE PRODUCT-SUPPLIER-ID  TO FILE-PRODUCT-SUPPLIER-ID.
           MOVE PRODUCT-UNIT-COST    TO FILE-PRODUCT-UNIT-COST.

           WRITE NEWRECORD
               INVALID KEY
                   MOVE 0 TO WS-JRNL-OLD-QTY
                   MOVE PRODUCT-QTY-ON-HAND TO WS-JRNL-NEW-QTY
                   MOVE "NW" TO WS-JRNL-TYPE
                   MOVE PRODUCT-UNIT-COST TO WS-JRNL-UNIT-COST
                   PERFORM 0400-WRITE-STOCK-JOURNAL THRU 0400-END
                   MOVE NEWRECORD TO WS-PROD-BEFORE
                   MOVE "A" TO WS-CL-ACTION
                   PERFORM 0460-LOG-PRODUCT-FIELDS THRU 0460-END
           END-WRITE.

           DISPLAY "Do you want to enter another product? (y) >>> ".

       0330-EDIT-PRODUCT.
           MOVE FILE-PRODUCT-QTY-ON-HAND TO WS-JRNL-OLD-QTY.
           MOVE NEWRECORD TO WS-PROD-BEFORE.

           DISPLAY "Product NAME >>> ".
           ACCEPT FILE-PRODUCT-NAME.
           ACCEPT FILE-PRODUCT-REORDER-POINT.
           DISPLAY "Product SUPPLIER ID >>> ".
           ACCEPT FILE-PRODUCT-SUPPLIER-ID.
           DISPLAY "Product UNIT COST >>> ".
           ACCEPT FILE-PRODUCT-UNIT-COST.

           REWRITE NEWRECORD.

               MOVE FILE-PRODUCT-ID TO WS-JRNL-PROD-ID
               MOVE FILE-PRODUCT-QTY-ON-HAND TO WS-JRNL-NEW-QTY
               MOVE "ED" TO WS-JRNL-TYPE
               MOVE FILE-PRODUCT-UNIT-COST TO WS-JRNL-UNIT-COST
               PERFORM 0400-WRITE-STOCK-JOURNAL THRU 0400-END
           END-IF.

           MOVE "E" TO WS-CL-ACTION.
           PERFORM 0460-LOG-PRODUCT-FIELDS THRU 0460-END.

       0330-END.

       0340-DELETE-PRODUCT.
           MOVE FILE-PRODUCT-ID TO WS-JRNL-PROD-ID.
           MOVE FILE-PRODUCT-QTY-ON-HAND TO WS-JRNL-OLD-QTY.
           MOVE FILE-PRODUCT-UNIT-COST TO WS-JRNL-UNIT-COST.
           MOVE NEWRECORD TO WS-PROD-BEFORE.

           DELETE NEWPRODFILE.

           MOVE "D" TO WS-CL-ACTION.
           PERFORM 0460-LOG-PRODUCT-FIELDS THRU 0460-END.

           MOVE 0 TO WS-JRNL-NEW-QTY.
           MOVE "DL" TO WS-JRNL-TYPE.
           PERFORM 0400-WRITE-STOCK-JOURNAL THRU 0400-END.
           MOVE "MAINT" TO SJ-REF.
           MOVE WS-MAINT-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-JRNL-UNIT-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

       0400-END.

       0450-LOG-FIELD.
           IF WS-CL-ACTION = "A" THEN
               MOVE SPACES TO WS-CL-BEFORE
           END-IF.

           IF WS-CL-ACTION = "D" THEN
               MOVE SPACES TO WS-CL-AFTER
           END-IF.

           IF WS-CL-ACTION = "E" AND WS-CL-BEFORE = WS-CL-AFTER
               GO TO 0450-END
           END-IF.

           OPEN EXTEND CHANGE-LOG.

           IF WS-CL-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
           END-IF.

           ACCEPT WS-CL-TIME FROM TIME.

           MOVE WS-MAINT-DATE TO CL-DATE.
           MOVE WS-CL-TIME (1:6) TO CL-TIME.
           MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID.
           MOVE "PRODUCTS" TO CL-FILE.
           MOVE WS-CL-ACTION TO CL-ACTION.
           MOVE WS-CL-KEY TO CL-KEY.
           MOVE WS-CL-FIELD TO CL-FIELD.
           MOVE WS-CL-BEFORE TO CL-BEFORE.
           MOVE WS-CL-AFTER TO CL-AFTER.

           WRITE CL-DETAILS.
           CLOSE CHANGE-LOG.

       0450-END.

       0460-LOG-PRODUCT-FIELDS.
           MOVE WS-BEF-PRODUCT-ID TO WS-CL-KEY.

           MOVE "NAME" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-NAME TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-NAME TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "PRICE" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-PRICE TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-PRICE TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "CATEGORY" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-CATEGORY TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-CATEGORY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "QTY ON HAND" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-QTY TO WS-CL-EDIT-QTY.
           MOVE WS-CL-EDIT-QTY TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-QTY-ON-HAND TO WS-CL-EDIT-QTY.
           MOVE WS-CL-EDIT-QTY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "REORDER PT" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-REORDER TO WS-CL-EDIT-QTY.
           MOVE WS-CL-EDIT-QTY TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-REORDER-POINT TO WS-CL-EDIT-QTY.
           MOVE WS-CL-EDIT-QTY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "SUPPLIER ID" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-SUPPLIER TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-SUPPLIER-ID TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "UNIT COST" TO WS-CL-FIELD.
           MOVE WS-BEF-PRODUCT-COST TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-BEFORE.
           MOVE FILE-PRODUCT-UNIT-COST TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

       0460-END.

       0020-SIGN-ON.
           DISPLAY "Operator ID >>> ".
           ACCEPT WS-OP-ID-INPUT.
