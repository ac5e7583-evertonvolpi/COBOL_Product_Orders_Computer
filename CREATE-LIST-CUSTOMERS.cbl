           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO "CHANGE-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-STATUS.

       DATA DIVISION.
           FILE SECTION.

           FD NEWCUSTFILE.
           01 NEWRECORD       PIC X(31).

           FD OPERATOR-LIST.
           01 OP-DETAILS.
               05  OPERATOR-ID     PIC X(4).
               05  OPERATOR-NAME   PIC X(20).
               05  OPERATOR-PIN    PIC X(4).

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
           01  WS-CUSTOMER-INFO.
               05 CUSTOMER-ID          PIC X(4).
                   10  WS-CUST-NAME       PIC X(20).
                   10  WS-CUST-LIMIT      PIC 9(5)V99.

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

           01  WS-MAINT-DATE       PIC 9(8).

           01  WS-CL-STATUS        PIC X(2).
           01  WS-CL-TIME          PIC 9(8).
           01  WS-CL-ACTION        PIC X.
           01  WS-CL-KEY           PIC X(24).
           01  WS-CL-FIELD         PIC X(12).
           01  WS-CL-BEFORE        PIC X(20).
           01  WS-CL-AFTER         PIC X(20).

           01  WS-CUST-BEFORE.
               05  WS-BEF-CUST-ID         PIC X(4).
               05  WS-BEF-CUST-NAME       PIC X(20).
               05  WS-BEF-CUST-LIMIT      PIC 9(5)V99.

           01  WS-CUST-AFTER.
               05  WS-AFT-CUST-ID         PIC X(4).
               05  WS-AFT-CUST-NAME       PIC X(20).
               05  WS-AFT-CUST-LIMIT      PIC 9(5)V99.

           01  WS-CL-EDIT-MONEY    PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.
           ACCEPT WS-MAINT-DATE FROM DATE YYYYMMDD.

           DISPLAY "1. Add new customers".
           DISPLAY "2. Maintain existing customers (edit/delete)".
           DISPLAY "Choice >>> ".

           WRITE NEWRECORD FROM CONCAT-STRING.

           MOVE CUSTOMER-ID TO WS-AFT-CUST-ID.
           MOVE CUSTOMER-NAME TO WS-AFT-CUST-NAME.
           MOVE CUSTOMER-CREDIT-LIMIT TO WS-AFT-CUST-LIMIT.
           MOVE WS-CUST-AFTER TO WS-CUST-BEFORE.
           MOVE "A" TO WS-CL-ACTION.
           PERFORM 0460-LOG-CUSTOMER-FIELDS THRU 0460-END.

           DISPLAY "Do you want to enter another customer? (y) >>> ".
           ACCEPT IS-DONE.

       0310-END.

       0330-EDIT-CUSTOMER.
           MOVE WS-CUST-ROWS (WS-FOUND-IDX) TO WS-CUST-BEFORE.

           DISPLAY "Customer NAME >>> ".
           ACCEPT WS-CUST-NAME (WS-FOUND-IDX).
           DISPLAY "Customer CREDIT LIMIT >>> ".
           ACCEPT WS-CUST-LIMIT (WS-FOUND-IDX).

           MOVE WS-CUST-ROWS (WS-FOUND-IDX) TO WS-CUST-AFTER.
           MOVE "E" TO WS-CL-ACTION.
           PERFORM 0460-LOG-CUSTOMER-FIELDS THRU 0460-END.

       0330-END.

       0340-DELETE-CUSTOMER.
           MOVE WS-CUST-ROWS (WS-FOUND-IDX) TO WS-CUST-BEFORE.
           MOVE WS-CUST-BEFORE TO WS-CUST-AFTER.
           MOVE "D" TO WS-CL-ACTION.
           PERFORM 0460-LOG-CUSTOMER-FIELDS THRU 0460-END.

           PERFORM VARYING WS-CUST-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-CUST-IDX >= WS-CUST-COUNT
               MOVE WS-CUST-ROWS (WS-CUST-IDX + 1)

       0350-END.

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
           MOVE "CUSTOMERS" TO CL-FILE.
           MOVE WS-CL-ACTION TO CL-ACTION.
           MOVE WS-CL-KEY TO CL-KEY.
           MOVE WS-CL-FIELD TO CL-FIELD.
           MOVE WS-CL-BEFORE TO CL-BEFORE.
           MOVE WS-CL-AFTER TO CL-AFTER.

           WRITE CL-DETAILS.
           CLOSE CHANGE-LOG.

       0450-END.

       0460-LOG-CUSTOMER-FIELDS.
           MOVE WS-BEF-CUST-ID TO WS-CL-KEY.

           MOVE "NAME" TO WS-CL-FIELD.
           MOVE WS-BEF-CUST-NAME TO WS-CL-BEFORE.
           MOVE WS-AFT-CUST-NAME TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           MOVE "CREDIT LIMIT" TO WS-CL-FIELD.
           MOVE WS-BEF-CUST-LIMIT TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-BEFORE.
           MOVE WS-AFT-CUST-LIMIT TO WS-CL-EDIT-MONEY.
           MOVE WS-CL-EDIT-MONEY TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

       0460-END.

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

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM CREATE-LIST-CUSTOMERS.
