       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PRODUCT-LIST ASSIGN TO "productsList.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODUCT-ID
           FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT STOCK-LOT ASSIGN TO "STOCK-LOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT STOCK-LOC ASSIGN TO "STOCK-LOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOC-STATUS.

           SELECT STOCK-JOURNAL ASSIGN TO "STOCK-JOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-STATUS.

           SELECT EXPIRY-FILE ASSIGN TO "expiry_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPERATOR-LIST ASSIGN TO "operatorList.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT CLOSE-CONTROL ASSIGN TO "CLOSE-CONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

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

           FD STOCK-LOT.
           01 LT-DETAILS.
               05  LT-PRODUCT-ID      PIC X(4).
               05  LT-LOCATION        PIC X(2).
               05  LT-LOT-NO          PIC X(10).
               05  LT-EXPIRY-DATE     PIC 9(8).
               05  LT-QTY             PIC 9(5).

           FD STOCK-LOC.
           01 SL-DETAILS.
               05  SL-PRODUCT-ID      PIC X(4).
               05  SL-LOCATION        PIC X(2).
               05  SL-QTY             PIC 9(5).

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

           FD EXPIRY-FILE.
           01 EXPIRY-RECORD   PIC X(80).

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

           01  WS-PRODUCT-STATUS   PIC X(2).
           01  WS-LOT-STATUS       PIC X(2).
           01  WS-LOC-STATUS       PIC X(2).
           01  WS-JRNL-STATUS      PIC X(2).
           01  WS-JRNL-OLD-QTY     PIC 9(5).

           01  WS-CATALOG-OPEN     PIC X VALUE "N".

           01  WS-REPORT-DATE      PIC 9(8).
           01  WS-REPORT-INT       PIC 9(7).
           01  WS-CUTOFF-DATE      PIC 9(8).
           01  WS-DAYS-AHEAD       PIC 9(3).
           01  WS-DAYS-LEFT        PIC S9(5).

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

           01  WS-LOT-PRINT-TABLE.
               05  WS-LOT-PRINTED PIC X OCCURS 400 TIMES.

           01  WS-LOC-EOF          PIC X VALUE "N".
           01  WS-LOC-OVERFLOW     PIC X VALUE "N".

           01  WS-LOC-COUNT        PIC 9(3) VALUE 0.
           01  WS-LOC-IDX          PIC 9(3) VALUE 0.

           01  WS-STOCK-LOC-TABLE.
               05  WS-LOC-ROWS OCCURS 400 TIMES.
                   10  WS-LOC-PROD-ID     PIC X(4).
                   10  WS-LOC-LOCATION    PIC X(2).
                   10  WS-LOC-QTY         PIC 9(5).

           01  WS-PROD-NAME        PIC X(20).
           01  WS-PROD-COST        PIC 9(3)V99.
           01  WS-LOT-VALUE        PIC 9(7)V99.

           01  WS-STATUS-TEXT      PIC X(7).

           01  WS-EXPIRED-COUNT    PIC 9(3) VALUE 0.
           01  WS-DUE-COUNT        PIC 9(3) VALUE 0.
           01  WS-EXPIRED-VALUE    PIC 9(7)V99 VALUE 0.
           01  WS-DUE-VALUE        PIC 9(7)V99 VALUE 0.
           01  WS-WRITTEN-COUNT    PIC 9(3) VALUE 0.
           01  WS-WRITTEN-VALUE    PIC 9(7)V99 VALUE 0.

           01  WS-WRITE-OFF        PIC X.
               88  WRITE-OFF-NOW    VALUE "y".

           01  DISPLAYS.
               05  DISPLAY-QTY         PIC ZZZZ9.
               05  DISPLAY-DAYS        PIC -(4)9.
               05  DISPLAY-VALUE       PIC $$$$9.99.
               05  DISPLAY-TOTAL       PIC $$$,$$9.99.
               05  DISPLAY-AHEAD       PIC ZZ9.
               05  DISPLAY-COUNT       PIC ZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "LOT EXPIRY REPORT".

           01  COLS-LINE.
               05  FILLER          PIC X(28) VALUE
                   "  ID   PRODUCT".
               05  FILLER          PIC X(3)  VALUE "LOC".
               05  FILLER          PIC X(11) VALUE "LOT".
               05  FILLER          PIC X(9)  VALUE "EXPIRY".
               05  FILLER          PIC X(6)  VALUE "  QTY ".
               05  FILLER          PIC X(6)  VALUE " DAYS ".
               05  FILLER          PIC X(9)  VALUE "   VALUE ".
               05  FILLER          PIC X(7)  VALUE "STATUS".

           01  BLANK-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.

           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-REPORT-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE).

           DISPLAY "Report lots expiring within how many days "
               "(0 = 7) >>> ".
           ACCEPT WS-DAYS-AHEAD.

           IF WS-DAYS-AHEAD = 0 THEN
               MOVE 7 TO WS-DAYS-AHEAD
           END-IF.

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (WS-REPORT-INT + WS-DAYS-AHEAD).

           PERFORM 0200-LOAD-STOCK-LOT THRU 0200-END.

           IF WS-LOT-COUNT = 0 THEN
               DISPLAY "No lots on file - nothing to report."
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM 0300-PRINT-REPORT THRU 0300-END.

           MOVE WS-DAYS-AHEAD TO DISPLAY-AHEAD.
           DISPLAY WS-DUE-COUNT " lot(s) expiring within "
               DISPLAY-AHEAD " day(s), " WS-EXPIRED-COUNT
               " already expired.".
           DISPLAY "Report written to expiry_report.txt.".

           IF WS-EXPIRED-COUNT > 0 THEN
               PERFORM 0500-WRITE-OFF-EXPIRED THRU 0500-END
           END-IF.

           DISPLAY "Thank you and goodbye.".
           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-LOAD-STOCK-LOT.
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

       0200-END.

       0300-PRINT-REPORT.
           OPEN INPUT PRODUCT-LIST.

           IF WS-PRODUCT-STATUS = "00" THEN
               MOVE "Y" TO WS-CATALOG-OPEN
           ELSE
               DISPLAY "Product catalog not available - names and "
                   "values left blank."
           END-IF.

           OPEN OUTPUT EXPIRY-FILE.

           MOVE WS-DAYS-AHEAD TO DISPLAY-AHEAD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:17)
                   '  '   DELIMITED BY SIZE
                   WS-REPORT-DATE (1:8)
                   '  WITHIN '   DELIMITED BY SIZE
                   DISPLAY-AHEAD (1:3)
                   ' DAYS'   DELIMITED BY SIZE
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-RECORD FROM WS-REPORT-LINE.
           WRITE EXPIRY-RECORD FROM COLS-LINE.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               MOVE "N" TO WS-LOT-PRINTED (WS-LOT-IDX)
           END-PERFORM.

           MOVE 1 TO WS-LOT-FOUND-IDX.

           PERFORM UNTIL WS-LOT-FOUND-IDX = 0
               PERFORM 0310-FIND-NEXT-LOT THRU 0310-END
               IF WS-LOT-FOUND-IDX > 0 THEN
                   MOVE "Y" TO WS-LOT-PRINTED (WS-LOT-FOUND-IDX)
                   PERFORM 0320-PRINT-ONE-LOT THRU 0320-END
               END-IF
           END-PERFORM.

           WRITE EXPIRY-RECORD FROM BLANK-LINE.

           MOVE WS-EXPIRED-COUNT TO DISPLAY-COUNT.
           MOVE WS-EXPIRED-VALUE TO DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'EXPIRED LOTS      ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  VALUE AT COST ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:10)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-RECORD FROM WS-REPORT-LINE.

           MOVE WS-DUE-COUNT TO DISPLAY-COUNT.
           MOVE WS-DUE-VALUE TO DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'EXPIRING IN RANGE ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  VALUE AT COST ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:10)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE EXPIRY-RECORD FROM WS-REPORT-LINE.

           CLOSE EXPIRY-FILE.

           IF WS-CATALOG-OPEN = "Y" THEN
               CLOSE PRODUCT-LIST
               MOVE "N" TO WS-CATALOG-OPEN
           END-IF.

       0300-END.

       0310-FIND-NEXT-LOT.
           MOVE 0 TO WS-LOT-FOUND-IDX.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-PRINTED (WS-LOT-IDX) = "N"
                       AND WS-LOT-QTY (WS-LOT-IDX) > 0
                       AND WS-LOT-EXPIRY (WS-LOT-IDX)
                           <= WS-CUTOFF-DATE
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

       0310-END.

       0320-PRINT-ONE-LOT.
           MOVE "(NOT ON FILE)" TO WS-PROD-NAME.
           MOVE 0 TO WS-PROD-COST.

           IF WS-CATALOG-OPEN = "Y" THEN
               MOVE WS-LOT-PROD-ID (WS-LOT-FOUND-IDX) TO PRODUCT-ID
               READ PRODUCT-LIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCT-NAME TO WS-PROD-NAME
                       MOVE PRODUCT-UNIT-COST TO WS-PROD-COST
               END-READ
           END-IF.

           COMPUTE WS-LOT-VALUE =
               WS-LOT-QTY (WS-LOT-FOUND-IDX) * WS-PROD-COST.

           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE
                   (WS-LOT-EXPIRY (WS-LOT-FOUND-IDX))
               - WS-REPORT-INT.

           IF WS-LOT-EXPIRY (WS-LOT-FOUND-IDX) < WS-REPORT-DATE
               MOVE "EXPIRED" TO WS-STATUS-TEXT
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-LOT-VALUE TO WS-EXPIRED-VALUE
           ELSE
               MOVE "DUE" TO WS-STATUS-TEXT
               ADD 1 TO WS-DUE-COUNT
               ADD WS-LOT-VALUE TO WS-DUE-VALUE
           END-IF.

           MOVE WS-LOT-QTY (WS-LOT-FOUND-IDX) TO DISPLAY-QTY.
           MOVE WS-DAYS-LEFT TO DISPLAY-DAYS.
           MOVE WS-LOT-VALUE TO DISPLAY-VALUE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   WS-LOT-PROD-ID (WS-LOT-FOUND-IDX) (1:4)
                   ' '    DELIMITED BY SIZE
                   WS-PROD-NAME (1:20)
                   ' '    DELIMITED BY SIZE
                   WS-LOT-LOCATION (WS-LOT-FOUND-IDX) (1:2)
                   ' '    DELIMITED BY SIZE
                   WS-LOT-NO (WS-LOT-FOUND-IDX) (1:10)
                   ' '    DELIMITED BY SIZE
                   WS-LOT-EXPIRY (WS-LOT-FOUND-IDX) (1:8)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-QTY (1:5)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-DAYS (1:5)
                   ' '    DELIMITED BY SIZE
                   DISPLAY-VALUE (1:8)
                   ' '    DELIMITED BY SIZE
                   WS-STATUS-TEXT (1:7)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE EXPIRY-RECORD FROM WS-REPORT-LINE.

       0320-END.

       0500-WRITE-OFF-EXPIRED.
           DISPLAY "Write off all expired lots through the stock "
               "journal now? (y) >>> ".
           ACCEPT WS-WRITE-OFF.

           IF NOT WRITE-OFF-NOW THEN
               DISPLAY "Expired lots not written off."
               GO TO 0500-END
           END-IF.

           PERFORM 0025-CHECK-DATE-OPEN THRU 0025-END.

           IF WS-LOT-OVERFLOW = "Y" THEN
               DISPLAY "Stock lot file too large to rewrite "
                   "safely - nothing written off."
               DISPLAY "Trim STOCK-LOT.DAT and rerun the "
                   "write-off."
               GO TO 0500-END
           END-IF.

           PERFORM 0600-LOAD-STOCK-LOC THRU 0600-END.

           IF WS-LOC-OVERFLOW = "Y" THEN
               DISPLAY "Stock location file too large to rewrite "
                   "safely - nothing written off."
               GO TO 0500-END
           END-IF.

           OPEN I-O PRODUCT-LIST.

           IF WS-PRODUCT-STATUS NOT = "00" THEN
               DISPLAY "Product catalog open failed - "
                   "file status " WS-PRODUCT-STATUS "."
               DISPLAY "The catalog may need rebuilding to "
                   "the current record layout."
               PERFORM 9000-END-PROGRAM
           END-IF.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-QTY (WS-LOT-IDX) > 0
                       AND WS-LOT-EXPIRY (WS-LOT-IDX)
                           < WS-REPORT-DATE
                   PERFORM 0510-WRITE-OFF-ONE-LOT THRU 0510-END
               END-IF
           END-PERFORM.

           CLOSE PRODUCT-LIST.

           PERFORM 0650-SAVE-STOCK-LOC THRU 0650-END.
           PERFORM 0250-SAVE-STOCK-LOT THRU 0250-END.

           MOVE WS-WRITTEN-VALUE TO DISPLAY-TOTAL.
           DISPLAY WS-WRITTEN-COUNT " lot(s) written off - value "
               "at cost " DISPLAY-TOTAL ".".

       0500-END.

       0510-WRITE-OFF-ONE-LOT.
           MOVE WS-LOT-PROD-ID (WS-LOT-IDX) TO PRODUCT-ID.

           READ PRODUCT-LIST
               INVALID KEY
                   DISPLAY "Product " WS-LOT-PROD-ID (WS-LOT-IDX)
                       " not in catalog - lot "
                       WS-LOT-NO (WS-LOT-IDX) " not written off."
               NOT INVALID KEY
                   PERFORM 0520-POST-WRITE-OFF THRU 0520-END
           END-READ.

       0510-END.

       0520-POST-WRITE-OFF.
           MOVE PRODUCT-QTY-ON-HAND TO WS-JRNL-OLD-QTY.

           IF WS-LOT-QTY (WS-LOT-IDX) > PRODUCT-QTY-ON-HAND THEN
               MOVE 0 TO PRODUCT-QTY-ON-HAND
           ELSE
               SUBTRACT WS-LOT-QTY (WS-LOT-IDX)
                   FROM PRODUCT-QTY-ON-HAND
           END-IF.

           REWRITE DETAILS.

           OPEN EXTEND STOCK-JOURNAL.

           IF WS-JRNL-STATUS = "35" THEN
               OPEN OUTPUT STOCK-JOURNAL
           END-IF.

           MOVE PRODUCT-ID TO SJ-PRODUCT-ID.
           MOVE WS-JRNL-OLD-QTY TO SJ-OLD-QTY.
           MOVE PRODUCT-QTY-ON-HAND TO SJ-NEW-QTY.
           MOVE "EX" TO SJ-TYPE.
           MOVE WS-LOT-NO (WS-LOT-IDX) TO SJ-REF.
           MOVE WS-REPORT-DATE TO SJ-DATE.
           MOVE WS-OPERATOR-ID TO SJ-OPERATOR-ID.
           MOVE PRODUCT-UNIT-COST TO SJ-UNIT-COST.

           WRITE JOURNAL-DETAILS.
           CLOSE STOCK-JOURNAL.

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                   UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-PROD-ID (WS-LOC-IDX) = PRODUCT-ID
                       AND WS-LOC-LOCATION (WS-LOC-IDX)
                           = WS-LOT-LOCATION (WS-LOT-IDX)
                   IF WS-LOT-QTY (WS-LOT-IDX)
                           > WS-LOC-QTY (WS-LOC-IDX)
                       MOVE 0 TO WS-LOC-QTY (WS-LOC-IDX)
                   ELSE
                       SUBTRACT WS-LOT-QTY (WS-LOT-IDX)
                           FROM WS-LOC-QTY (WS-LOC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-LOT-VALUE =
               WS-LOT-QTY (WS-LOT-IDX) * PRODUCT-UNIT-COST.
           ADD WS-LOT-VALUE TO WS-WRITTEN-VALUE.
           ADD 1 TO WS-WRITTEN-COUNT.

           MOVE WS-LOT-QTY (WS-LOT-IDX) TO DISPLAY-QTY.
           DISPLAY "Written off " DISPLAY-QTY " of " PRODUCT-NAME
               " lot " WS-LOT-NO (WS-LOT-IDX) ".".

           MOVE 0 TO WS-LOT-QTY (WS-LOT-IDX).

       0520-END.

       0250-SAVE-STOCK-LOT.
           OPEN OUTPUT STOCK-LOT.

           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
                   UNTIL WS-LOT-IDX > WS-LOT-COUNT
               IF WS-LOT-QTY (WS-LOT-IDX) > 0 THEN
                   WRITE LT-DETAILS FROM WS-LOT-ROWS (WS-LOT-IDX)
               END-IF
           END-PERFORM.

           CLOSE STOCK-LOT.

       0250-END.

       0600-LOAD-STOCK-LOC.
           MOVE 0 TO WS-LOC-COUNT.
           MOVE "N" TO WS-LOC-EOF.
           MOVE "N" TO WS-LOC-OVERFLOW.

           OPEN INPUT STOCK-LOC.

           IF WS-LOC-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-LOC-EOF = "Y"
                   IF WS-LOC-COUNT >= 400 THEN
                       DISPLAY "Stock location file exceeds 400 "
                           "rows - remaining rows ignored."
                       MOVE "Y" TO WS-LOC-OVERFLOW
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

       0600-END.

       0650-SAVE-STOCK-LOC.
           IF WS-LOC-COUNT > 0 THEN
               OPEN OUTPUT STOCK-LOC

               PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
                       UNTIL WS-LOC-IDX > WS-LOC-COUNT
                   WRITE SL-DETAILS FROM WS-LOC-ROWS (WS-LOC-IDX)
               END-PERFORM

               CLOSE STOCK-LOC
           END-IF.

       0650-END.

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
                           IF CC-DATE = WS-REPORT-DATE THEN
                               MOVE "Y" TO WS-DATE-CLOSED
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE CLOSE-CONTROL
           END-IF.

           IF DATE-CLOSED THEN
               DISPLAY "Date " WS-REPORT-DATE " is already "
                   "closed - no further postings accepted."
               PERFORM 9000-END-PROGRAM
           END-IF.

       0025-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM EXPIRY-REPORT.
