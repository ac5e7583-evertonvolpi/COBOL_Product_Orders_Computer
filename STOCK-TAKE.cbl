           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

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

           FD COUNT-SHEET.
           01 SHEET-DETAILS.
               05  CS-COUNTED         PIC X.
               05  CS-PRICE           PIC 9(3)V99.
               05  CS-LOCATION        PIC X(2).
               05  CS-LOT-NO          PIC X(10).
               05  CS-EXPIRY          PIC 9(8).

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

           FD VARIANCE-FILE.
           01 VARIANCE-RECORD PIC X(80).

               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD OPERATOR-LIST.
           01 OP-DETAILS.
                   10  WS-SH-COUNTED      PIC X.
                   10  WS-SH-PRICE        PIC 9(3)V99.
                   10  WS-SH-LOCATION     PIC X(2).
                   10  WS-SH-LOT-NO       PIC X(10).
                   10  WS-SH-EXPIRY       PIC 9(8).

           01  WS-LOC-STATUS       PIC X(2).
           01  WS-LOC-EOF          PIC X VALUE "N".
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

           01  WS-FROZEN-LOTS      PIC 9(3) VALUE 0.
           01  WS-UNLOTTED-QTY     PIC 9(5).
           01  WS-LOT-INPUT        PIC X(10).

           01  WS-SHEET-HAS-LOTS   PIC X VALUE "N".
               88  SHEET-HAS-LOTS   VALUE "Y".

           01  WS-ADJ-DELTA        PIC S9(6).
           01  WS-NEW-TOTAL        PIC S9(6).

               05  FILLER          PIC X(7)  VALUE "  COUNT".
               05  FILLER          PIC X(8)  VALUE "     VAR".
               05  FILLER          PIC X(12) VALUE "       VALUE".
               05  FILLER          PIC X(11) VALUE " LOT".

       PROCEDURE DIVISION.
       0100-START.
           MOVE 0 TO WS-SHEET-COUNT.

           PERFORM 0600-LOAD-STOCK-LOC THRU 0600-END.
           PERFORM 0660-LOAD-STOCK-LOT THRU 0660-END.

           OPEN INPUT PRODUCT-LIST.

                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = PRODUCT-ID
                   MOVE "Y" TO WS-LOC-ANY-ROW
                   MOVE WS-LOC-QTY (WS-LOC-IDX) TO WS-UNLOTTED-QTY
                   MOVE 0 TO WS-FROZEN-LOTS

                   IF PRODUCT-CATEGORY = "PERISHABLE" THEN
                       PERFORM 0230-FREEZE-LOTS THRU 0230-END
                   END-IF

                   IF WS-FROZEN-LOTS = 0 OR WS-UNLOTTED-QTY > 0
                       MOVE PRODUCT-ID TO CS-PRODUCT-ID
                       MOVE PRODUCT-NAME TO CS-NAME
                       MOVE WS-UNLOTTED-QTY TO CS-SYSTEM-QTY
                       MOVE 0 TO CS-COUNT-QTY
                       MOVE "N" TO CS-COUNTED
                       MOVE PRODUCT-PRICE TO CS-PRICE
                       MOVE WS-LOC-LOCATION (WS-LOC-IDX)
                           TO CS-LOCATION
                       IF PRODUCT-CATEGORY = "PERISHABLE" THEN
                           MOVE "(NO LOT)" TO CS-LOT-NO
                       ELSE
                           MOVE SPACES TO CS-LOT-NO
                       END-IF
                       MOVE 0 TO CS-EXPIRY
                       WRITE SHEET-DETAILS
                       ADD 1 TO WS-SHEET-COUNT
                   END-IF
               END-IF
           END-PERFORM.

               MOVE "N" TO CS-COUNTED
               MOVE PRODUCT-PRICE TO CS-PRICE
               MOVE "CT" TO CS-LOCATION
               MOVE SPACES TO CS-LOT-NO
               MOVE 0 TO CS-EXPIRY
               WRITE SHEET-DETAILS
               ADD 1 TO WS-SHEET-COUNT
           END-IF.

       0220-END.

       0230-FREEZE-LOTS.
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) = PRODUCT-ID
                       AND WS-LOT-LOCATION (WS-LOT-IDX)
                           = WS-LOC-LOCATION (WS-LOC-IDX)
                   MOVE PRODUCT-ID TO CS-PRODUCT-ID
                   MOVE PRODUCT-NAME TO CS-NAME
                   MOVE WS-LOT-QTY (WS-LOT-IDX) TO CS-SYSTEM-QTY
                   MOVE 0 TO CS-COUNT-QTY
                   MOVE "N" TO CS-COUNTED
                   MOVE PRODUCT-PRICE TO CS-PRICE
                   MOVE WS-LOT-LOCATION (WS-LOT-IDX) TO CS-LOCATION
                   MOVE WS-LOT-NO (WS-LOT-IDX) TO CS-LOT-NO
                   MOVE WS-LOT-EXPIRY (WS-LOT-IDX) TO CS-EXPIRY
                   WRITE SHEET-DETAILS
                   ADD 1 TO WS-SHEET-COUNT
                   ADD 1 TO WS-FROZEN-LOTS

                   IF WS-LOT-QTY (WS-LOT-IDX) > WS-UNLOTTED-QTY
                       MOVE 0 TO WS-UNLOTTED-QTY
                   ELSE
                       SUBTRACT WS-LOT-QTY (WS-LOT-IDX)
                           FROM WS-UNLOTTED-QTY
                   END-IF
               END-IF
           END-PERFORM.

       0230-END.

       0300-ENTER-COUNTS.
           PERFORM 0310-LOAD-SHEET THRU 0310-END.

           DISPLAY "Location (WH/CT) >>> ".
           ACCEPT WS-LOC-INPUT.

           MOVE "N" TO WS-SHEET-HAS-LOTS.
           MOVE SPACES TO WS-LOT-INPUT.

           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
               IF WS-SH-PRODUCT-ID (WS-SHEET-IDX) = WS-ID-INPUT
                       AND WS-SH-LOCATION (WS-SHEET-IDX)
                           = WS-LOC-INPUT
                       AND WS-SH-LOT-NO (WS-SHEET-IDX) NOT = SPACES
                   MOVE "Y" TO WS-SHEET-HAS-LOTS
               END-IF
           END-PERFORM.

           IF SHEET-HAS-LOTS THEN
               DISPLAY "Lot number (blank = stock not under a lot)"
                   " >>> "
               ACCEPT WS-LOT-INPUT
               IF WS-LOT-INPUT = SPACES THEN
                   MOVE "(NO LOT)" TO WS-LOT-INPUT
               END-IF
           END-IF.

           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                   UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
               IF WS-SH-PRODUCT-ID (WS-SHEET-IDX) = WS-ID-INPUT
                       AND WS-SH-LOCATION (WS-SHEET-IDX)
                           = WS-LOC-INPUT
                       AND WS-SH-LOT-NO (WS-SHEET-IDX)
                           = WS-LOT-INPUT
                   MOVE WS-SHEET-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0 THEN
               DISPLAY "Product " WS-ID-INPUT " at " WS-LOC-INPUT
                   " " WS-LOT-INPUT " is not on the count sheet."
           ELSE
               DISPLAY "Counting: " WS-SH-NAME (WS-FOUND-IDX)
                   " at " WS-SH-LOCATION (WS-FOUND-IDX)
                   " " WS-SH-LOT-NO (WS-FOUND-IDX)
               DISPLAY "Counted quantity >>> "
               ACCEPT WS-QTY-INPUT

                       '  '   DELIMITED BY SIZE
                       WS-SH-LOCATION (WS-SHEET-IDX) (1:2)
                       '  NOT COUNTED' DELIMITED BY SIZE
                       '                      '
                                       DELIMITED BY SIZE
                       WS-SH-LOT-NO (WS-SHEET-IDX) (1:10)
               INTO WS-REPORT-LINE
               END-STRING
               WRITE VARIANCE-RECORD FROM WS-REPORT-LINE
                       DISPLAY-VARIANCE (1:6)
                       '  '   DELIMITED BY SIZE
                       DISPLAY-VALUE (1:10)
                       ' '    DELIMITED BY SIZE
                       WS-SH-LOT-NO (WS-SHEET-IDX) (1:10)
               INTO WS-REPORT-LINE
               END-STRING
               WRITE VARIANCE-RECORD FROM WS-REPORT-LINE
               END-IF

               PERFORM 0600-LOAD-STOCK-LOC THRU 0600-END
               PERFORM 0660-LOAD-STOCK-LOT THRU 0660-END

               PERFORM VARYING WS-SHEET-IDX FROM 1 BY 1
                       UNTIL WS-SHEET-IDX > WS-SHEET-COUNT
               END-PERFORM

               PERFORM 0650-SAVE-STOCK-LOC THRU 0650-END
               PERFORM 0670-SAVE-STOCK-LOT THRU 0670-END

               CLOSE PRODUCT-LIST

           MOVE WS-REASON-CODE TO SJ-REF.
           MOVE WS-TAKE-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE PRODUCT-UNIT-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.
           END-IF.

           IF WS-LOC-FOUND-IDX > 0 THEN
               IF WS-SH-LOT-NO (WS-SHEET-IDX) = SPACES THEN
                   MOVE WS-SH-COUNT-QTY (WS-SHEET-IDX)
                       TO WS-LOC-QTY (WS-LOC-FOUND-IDX)
               ELSE
                   IF WS-ADJ-DELTA < 0
                           AND (0 - WS-ADJ-DELTA)
                               > WS-LOC-QTY (WS-LOC-FOUND-IDX)
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-FOUND-IDX)
                   ELSE
                       ADD WS-ADJ-DELTA
                           TO WS-LOC-QTY (WS-LOC-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

           IF WS-SH-LOT-NO (WS-SHEET-IDX) NOT = SPACES
                   AND WS-SH-LOT-NO (WS-SHEET-IDX) NOT = "(NO LOT)"
               PERFORM 0470-SET-LOT-QTY THRU 0470-END
           END-IF.

       0460-END.

       0470-SET-LOT-QTY.
           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PROD-ID (WS-LOT-IDX) =
                       WS-SH-PRODUCT-ID (WS-SHEET-IDX)
                       AND WS-LOT-LOCATION (WS-LOT-IDX) =
                           WS-SH-LOCATION (WS-SHEET-IDX)
                       AND WS-LOT-NO (WS-LOT-IDX) =
                           WS-SH-LOT-NO (WS-SHEET-IDX)
                   MOVE WS-LOT-IDX TO WS-LOT-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-LOT-FOUND-IDX = 0 THEN
               IF WS-LOT-COUNT >= 400 THEN
                   DISPLAY "Stock lot file is full - lot qty not "
                       "adjusted."
               ELSE
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-SH-PRODUCT-ID (WS-SHEET-IDX)
                       TO WS-LOT-PROD-ID (WS-LOT-COUNT)
                   MOVE WS-SH-LOCATION (WS-SHEET-IDX)
                       TO WS-LOT-LOCATION (WS-LOT-COUNT)
                   MOVE WS-SH-LOT-NO (WS-SHEET-IDX)
                       TO WS-LOT-NO (WS-LOT-COUNT)
                   MOVE WS-SH-EXPIRY (WS-SHEET-IDX)
                       TO WS-LOT-EXPIRY (WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
               END-IF
           END-IF.

           IF WS-LOT-FOUND-IDX > 0 THEN
               MOVE WS-SH-COUNT-QTY (WS-SHEET-IDX)
                   TO WS-LOT-QTY (WS-LOT-FOUND-IDX)
           END-IF.

       0470-END.

       0600-LOAD-STOCK-LOC.
           MOVE 0 TO WS-LOC-COUNT.
           MOVE "N" TO WS-LOC-EOF.

       0650-END.

       0660-LOAD-STOCK-LOT.
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

       0660-END.

       0670-SAVE-STOCK-LOT.
           IF WS-LOT-OVERFLOW = "Y" THEN
               DISPLAY "Stock lot file too large to rewrite "
                   "safely - lot counts NOT recorded."
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

       0670-END.

       0020-SIGN-ON.
           DISPLAY "Operator ID >>> ".
           ACCEPT WS-OP-ID-INPUT.
