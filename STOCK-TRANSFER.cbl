           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.
               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD STOCK-LOC.
           01 SL-DETAILS.
               05  SL-LOCATION        PIC X(2).
               05  SL-QTY             PIC 9(5).

           FD STOCK-LOT.
           01 LT-DETAILS.
               05  LT-PRODUCT-ID      PIC X(4).
               05  LT-LOCATION        PIC X(2).
               05  LT-LOT-NO          PIC X(10).
               05  LT-EXPIRY-DATE     PIC 9(8).
               05  LT-QTY             PIC 9(5).

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-PRODUCT-ID      PIC X(4).
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD OPERATOR-LIST.
           01 OP-DETAILS.

           01  WS-PROD-NAME        PIC X(20).
           01  WS-PROD-ON-HAND     PIC 9(5).
           01  WS-PROD-CATEGORY    PIC X(10).
           01  WS-PROD-UNIT-COST   PIC 9(3)V99.

           01  WS-LOT-STATUS       PIC X(2).
           01  WS-LOT-EOF          PIC X VALUE "N".
           01  WS-LOT-OVERFLOW     PIC X VALUE "N".

           01  WS-LOT-COUNT        PIC 9(3) VALUE 0.
           01  WS-LOT-IDX          PIC 9(3) VALUE 0.
           01  WS-LOT-FROM-IDX     PIC 9(3) VALUE 0.
           01  WS-LOT-TO-IDX       PIC 9(3) VALUE 0.

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

           01  WS-FROM-OLD-QTY     PIC 9(5).
           01  WS-TO-OLD-QTY       PIC 9(5).
                       MOVE "Y" TO IS-PRODUCT-FOUND
                       MOVE PRODUCT-NAME TO WS-PROD-NAME
                       MOVE PRODUCT-QTY-ON-HAND TO WS-PROD-ON-HAND
                       MOVE PRODUCT-CATEGORY TO WS-PROD-CATEGORY
                       MOVE PRODUCT-UNIT-COST TO WS-PROD-UNIT-COST
               END-READ

               CLOSE PRODUCT-LIST
                   PERFORM 0500-WRITE-FROM-JOURNAL THRU 0500-END
                   PERFORM 0510-WRITE-TO-JOURNAL THRU 0510-END

                   IF WS-PROD-CATEGORY = "PERISHABLE" THEN
                       PERFORM 0600-MOVE-LOTS THRU 0600-END
                   END-IF

                   MOVE WS-LOC-QTY (WS-FROM-IDX) TO DISPLAY-FROM-QTY
                   MOVE WS-LOC-QTY (WS-TO-IDX) TO DISPLAY-TO-QTY

           END-STRING.
           MOVE WS-TRANSFER-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-PROD-UNIT-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.
           END-STRING.
           MOVE WS-TRANSFER-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE WS-PROD-UNIT-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

       0510-END.

       0600-MOVE-LOTS.
           PERFORM 0650-LOAD-STOCK-LOT THRU 0650-END.

           MOVE WS-QTY-INPUT TO WS-LOT-LEFT.
           MOVE "N" TO WS-LOT-DONE.

           PERFORM UNTIL WS-LOT-DONE = "Y"
               PERFORM 0610-MOVE-ONE-LOT THRU 0610-END
           END-PERFORM.

           IF WS-LOT-LEFT > 0 THEN
               DISPLAY WS-LOT-LEFT " of the quantity moved is not "
                   "held under a recorded lot at " WS-FROM-LOC "."
           END-IF.

           PERFORM 0660-SAVE-STOCK-LOT THRU 0660-END.

       0600-END.

       0610-MOVE-ONE-LOT.
           MOVE 0 TO WS-LOT-FROM-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = WS-ID-INPUT
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = WS-FROM-LOC
                       AND WS-LOT-QTY (WS-LOT-IDX) > 0
                   IF WS-LOT-FROM-IDX = 0 THEN
                       MOVE WS-LOT-IDX TO WS-LOT-FROM-IDX
                   ELSE
                       IF WS-LOT-EXPIRY (WS-LOT-IDX)
                               < WS-LOT-EXPIRY (WS-LOT-FROM-IDX)
                           MOVE WS-LOT-IDX TO WS-LOT-FROM-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOT-FROM-IDX = 0 OR WS-LOT-LEFT = 0 THEN
               MOVE "Y" TO WS-LOT-DONE
               GO TO 0610-END
           END-IF.

           MOVE 0 TO WS-LOT-TO-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = WS-ID-INPUT
                       AND WS-LOT-LOCATION (WS-LOT-IDX) = WS-TO-LOC
                       AND WS-LOT-NO (WS-LOT-IDX)
                           = WS-LOT-NO (WS-LOT-FROM-IDX)
                   MOVE WS-LOT-IDX TO WS-LOT-TO-IDX
               END-IF
           END-PERFORM.

           IF WS-LOT-TO-IDX = 0 THEN
               IF WS-LOT-COUNT >= 400 THEN
                   DISPLAY "Stock lot file is full - lot "
                       WS-LOT-NO (WS-LOT-FROM-IDX) " not moved."
                   MOVE "Y" TO WS-LOT-DONE
                   GO TO 0610-END
               END-IF
               ADD 1 TO WS-LOT-COUNT
               MOVE WS-ID-INPUT TO WS-LOT-PROD-ID (WS-LOT-COUNT)
               MOVE WS-TO-LOC TO WS-LOT-LOCATION (WS-LOT-COUNT)
               MOVE WS-LOT-NO (WS-LOT-FROM-IDX)
                   TO WS-LOT-NO (WS-LOT-COUNT)
               MOVE WS-LOT-EXPIRY (WS-LOT-FROM-IDX)
                   TO WS-LOT-EXPIRY (WS-LOT-COUNT)
               MOVE 0 TO WS-LOT-QTY (WS-LOT-COUNT)
               MOVE WS-LOT-COUNT TO WS-LOT-TO-IDX
           END-IF.

           IF WS-LOT-QTY (WS-LOT-FROM-IDX) > WS-LOT-LEFT THEN
               MOVE WS-LOT-LEFT TO WS-LOT-TAKE
           ELSE
               MOVE WS-LOT-QTY (WS-LOT-FROM-IDX) TO WS-LOT-TAKE
           END-IF.

           SUBTRACT WS-LOT-TAKE FROM WS-LOT-QTY (WS-LOT-FROM-IDX).
           ADD WS-LOT-TAKE TO WS-LOT-QTY (WS-LOT-TO-IDX).
           SUBTRACT WS-LOT-TAKE FROM WS-LOT-LEFT.

           DISPLAY "Lot " WS-LOT-NO (WS-LOT-TO-IDX) " expiry "
               WS-LOT-EXPIRY (WS-LOT-TO-IDX) " - moved "
               WS-LOT-TAKE " to " WS-TO-LOC ".".

       0610-END.

       0650-LOAD-STOCK-LOT.
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

       0650-END.

       0660-SAVE-STOCK-LOT.
           IF WS-LOT-OVERFLOW = "Y" THEN
               DISPLAY "Stock lot file too large to rewrite "
                   "safely - lot quantities NOT recorded."
               DISPLAY "Write off or trim STOCK-LOT.DAT and "
                   "re-post the lot."
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

       0660-END.

       0020-SIGN-ON.
           DISPLAY "Operator ID >>> ".
           ACCEPT WS-OP-ID-INPUT.
