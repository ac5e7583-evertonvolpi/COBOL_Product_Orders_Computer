       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO "QUOTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QT-STATUS.

           SELECT QT-REPORT-FILE ASSIGN TO "quote_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

           FD QUOTE-FILE.
           01 QT-DETAILS.
               05  QT-STATUS          PIC X.
               05  QT-QUOTE-ID        PIC 9(3).
               05  QT-DATE            PIC 9(8).
               05  QT-VALID-TO        PIC 9(8).
               05  QT-CUST-ID         PIC X(4).
               05  QT-PRODUCT-ID      PIC X(4).
               05  QT-QTY             PIC 9(3)V99.
               05  QT-PRICE           PIC 9(3)V99.
               05  QT-DISC-PCT        PIC 99V99.
               05  QT-SUBTOTAL        PIC 9(3)V99.
               05  QT-TAX             PIC 9(3)V99.
               05  QT-OPERATOR-ID     PIC X(4).
               05  QT-ORDER-ID        PIC 9(3).

           FD QT-REPORT-FILE.
           01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-QT-STATUS        PIC X(2).

           01  WS-EOF-QT           PIC X VALUE "N".

           01  WS-REPORT-DATE      PIC 9(8).

           01  WS-HAVE-QUOTE       PIC X VALUE "N".

           01  WS-CUR-QUOTE.
               05  WS-CUR-QUOTE-ID     PIC 9(3).
               05  WS-CUR-STATUS       PIC X.
               05  WS-CUR-DATE         PIC 9(8).
               05  WS-CUR-VALID-TO     PIC 9(8).
               05  WS-CUR-CUST-ID      PIC X(4).
               05  WS-CUR-OPERATOR-ID  PIC X(4).
               05  WS-CUR-LINES        PIC 9(3).
               05  WS-CUR-VALUE        PIC 9(5)V99.

           01  WS-STATUS-TEXT      PIC X(7).

           01  WS-OPEN-COUNT       PIC 9(3) VALUE 0.
           01  WS-EXPIRED-COUNT    PIC 9(3) VALUE 0.
           01  WS-CONVERTED-COUNT  PIC 9(3) VALUE 0.
           01  WS-OPEN-VALUE       PIC 9(7)V99 VALUE 0.
           01  WS-EXPIRED-VALUE    PIC 9(7)V99 VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-LINES       PIC ZZ9.
               05  DISPLAY-VALUE       PIC $$$,$$9.99.
               05  DISPLAY-TOTAL       PIC $$,$$$,$$9.99.
               05  DISPLAY-COUNT       PIC ZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "OPEN QUOTATIONS REPORT".

           01  COLS-LINE.
               05  FILLER          PIC X(35) VALUE
                   "  QUOTE  DATE      VALID TO  CUST  ".
               05  FILLER          PIC X(35) VALUE
                   "OPER  LINES      VALUE  STATUS".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.

           PERFORM 0200-PRINT-REPORT THRU 0200-END.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-PRINT-REPORT.
           MOVE "N" TO WS-EOF-QT.
           OPEN INPUT QUOTE-FILE.

           IF WS-QT-STATUS = "35" THEN
               DISPLAY "No quotations on file yet."
           ELSE
               OPEN OUTPUT QT-REPORT-FILE

               MOVE SPACES TO WS-REPORT-LINE
               STRING  HEAD-LINE (1:22)
                       '  '   DELIMITED BY SIZE
                       WS-REPORT-DATE (1:8)
               INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE REPORT-RECORD FROM COLS-LINE

               PERFORM UNTIL WS-EOF-QT = "Y"
                   READ QUOTE-FILE
                       AT END MOVE "Y" TO WS-EOF-QT
                       NOT AT END
                           PERFORM 0210-ADD-QUOTE-LINE THRU 0210-END
                   END-READ
               END-PERFORM

               CLOSE QUOTE-FILE

               IF WS-HAVE-QUOTE = "Y" THEN
                   PERFORM 0220-PRINT-ONE-QUOTE THRU 0220-END
               END-IF

               PERFORM 0230-PRINT-TOTALS THRU 0230-END

               CLOSE QT-REPORT-FILE

               DISPLAY WS-OPEN-COUNT " open and " WS-EXPIRED-COUNT
                   " expired quote(s) on report."
               DISPLAY "Report written to quote_report.txt."
           END-IF.

       0200-END.

       0210-ADD-QUOTE-LINE.
           IF WS-HAVE-QUOTE = "Y"
                   AND QT-QUOTE-ID NOT = WS-CUR-QUOTE-ID
               PERFORM 0220-PRINT-ONE-QUOTE THRU 0220-END
               MOVE "N" TO WS-HAVE-QUOTE
           END-IF.

           IF WS-HAVE-QUOTE = "N" THEN
               MOVE "Y" TO WS-HAVE-QUOTE
               MOVE QT-QUOTE-ID TO WS-CUR-QUOTE-ID
               MOVE QT-STATUS TO WS-CUR-STATUS
               MOVE QT-DATE TO WS-CUR-DATE
               MOVE QT-VALID-TO TO WS-CUR-VALID-TO
               MOVE QT-CUST-ID TO WS-CUR-CUST-ID
               MOVE QT-OPERATOR-ID TO WS-CUR-OPERATOR-ID
               MOVE 0 TO WS-CUR-LINES
               MOVE 0 TO WS-CUR-VALUE
           END-IF.

           IF QT-STATUS = "C" THEN
               MOVE "C" TO WS-CUR-STATUS
           END-IF.

           ADD 1 TO WS-CUR-LINES.
           ADD QT-SUBTOTAL TO WS-CUR-VALUE.
           ADD QT-TAX TO WS-CUR-VALUE.

       0210-END.

       0220-PRINT-ONE-QUOTE.
           IF WS-CUR-STATUS = "C" THEN
               ADD 1 TO WS-CONVERTED-COUNT
               GO TO 0220-END
           END-IF.

           IF WS-CUR-VALID-TO < WS-REPORT-DATE THEN
               MOVE "EXPIRED" TO WS-STATUS-TEXT
               ADD 1 TO WS-EXPIRED-COUNT
               ADD WS-CUR-VALUE TO WS-EXPIRED-VALUE
           ELSE
               MOVE "OPEN" TO WS-STATUS-TEXT
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-CUR-VALUE TO WS-OPEN-VALUE
           END-IF.

           MOVE WS-CUR-LINES TO DISPLAY-LINES.
           MOVE WS-CUR-VALUE TO DISPLAY-VALUE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   WS-CUR-QUOTE-ID (1:3)
                   '    '   DELIMITED BY SIZE
                   WS-CUR-DATE (1:8)
                   '  '   DELIMITED BY SIZE
                   WS-CUR-VALID-TO (1:8)
                   '  '   DELIMITED BY SIZE
                   WS-CUR-CUST-ID (1:4)
                   '  '   DELIMITED BY SIZE
                   WS-CUR-OPERATOR-ID (1:4)
                   '    '   DELIMITED BY SIZE
                   DISPLAY-LINES (1:3)
                   ' '   DELIMITED BY SIZE
                   DISPLAY-VALUE (1:10)
                   '  '   DELIMITED BY SIZE
                   WS-STATUS-TEXT (1:7)
           INTO WS-REPORT-LINE
           END-STRING.

           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0220-END.

       0230-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-OPEN-COUNT TO DISPLAY-COUNT.
           MOVE WS-OPEN-VALUE TO DISPLAY-TOTAL.
           STRING  'OPEN QUOTES       ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  VALUE ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:13)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO DISPLAY-COUNT.
           MOVE WS-EXPIRED-VALUE TO DISPLAY-TOTAL.
           STRING  'EXPIRED QUOTES    ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
                   '  VALUE ' DELIMITED BY SIZE
                   DISPLAY-TOTAL (1:13)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-CONVERTED-COUNT TO DISPLAY-COUNT.
           STRING  'CONVERTED QUOTES  ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:3)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0230-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM QUOTE-REPORT.
