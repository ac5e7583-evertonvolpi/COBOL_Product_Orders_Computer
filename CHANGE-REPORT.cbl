       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHANGE-LOG ASSIGN TO "CHANGE-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-STATUS.

           SELECT CL-REPORT-FILE ASSIGN TO "change_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.

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

           FD CL-REPORT-FILE.
           01 REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           01  WS-CL-STATUS        PIC X(2).

           01  WS-EOF-CL           PIC X VALUE "N".

           01  WS-REPORT-DATE      PIC 9(8).

           01  WS-FROM-DATE        PIC 9(8).
           01  WS-TO-DATE          PIC 9(8).
           01  WS-SEL-FILE         PIC X(10).
           01  WS-SEL-OPERATOR     PIC X(4).

           01  WS-SEL-FILE-TEXT    PIC X(10).
           01  WS-SEL-OPER-TEXT    PIC X(4).

           01  WS-CHANGE-COUNT     PIC 9(5) VALUE 0.

           01  DISPLAYS.
               05  DISPLAY-COUNT       PIC ZZZZ9.

           01  WS-REPORT-LINE      PIC X(80) VALUE SPACES.

           01  HEAD-LINE           PIC X(30) VALUE
               "MASTER FILE CHANGE REPORT".

           01  COLS-LINE.
               05  FILLER          PIC X(40) VALUE
                   "  DATE      TIME    OPER  FILE       A  ".
               05  FILLER          PIC X(40) VALUE
                   "KEY                       FIELD".

           01  LEGEND-LINE         PIC X(40) VALUE
               "A = ADDED  E = EDITED  D = DELETED".

       PROCEDURE DIVISION.
       0100-START.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.

           DISPLAY "From date (YYYYMMDD, 0 = all) >>> ".
           ACCEPT WS-FROM-DATE.
           DISPLAY "To date (YYYYMMDD, 0 = all) >>> ".
           ACCEPT WS-TO-DATE.

           IF WS-TO-DATE = 0 THEN
               MOVE 99999999 TO WS-TO-DATE
           END-IF.

           DISPLAY "File (PRODUCTS, CUSTOMERS, SUPPLIERS, "
               "OPERATORS, AGREEMENTS - blank = all) >>> ".
           ACCEPT WS-SEL-FILE.
           INSPECT WS-SEL-FILE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           DISPLAY "Operator ID (blank = all) >>> ".
           ACCEPT WS-SEL-OPERATOR.

           PERFORM 0200-PRINT-REPORT THRU 0200-END.

           PERFORM 9000-END-PROGRAM.

       0100-END.

       0200-PRINT-REPORT.
           MOVE "N" TO WS-EOF-CL.
           OPEN INPUT CHANGE-LOG.

           IF WS-CL-STATUS = "35" THEN
               DISPLAY "No master file changes logged yet."
               GO TO 0200-END
           END-IF.

           OPEN OUTPUT CL-REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  HEAD-LINE (1:25)
                   '  '   DELIMITED BY SIZE
                   WS-REPORT-DATE (1:8)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-SEL-FILE = SPACES THEN
               MOVE "ALL" TO WS-SEL-FILE-TEXT
           ELSE
               MOVE WS-SEL-FILE TO WS-SEL-FILE-TEXT
           END-IF.

           IF WS-SEL-OPERATOR = SPACES THEN
               MOVE "ALL" TO WS-SEL-OPER-TEXT
           ELSE
               MOVE WS-SEL-OPERATOR TO WS-SEL-OPER-TEXT
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  'DATES ' DELIMITED BY SIZE
                   WS-FROM-DATE (1:8)
                   ' TO '   DELIMITED BY SIZE
                   WS-TO-DATE (1:8)
                   '  FILE ' DELIMITED BY SIZE
                   WS-SEL-FILE-TEXT (1:10)
                   '  OPERATOR ' DELIMITED BY SIZE
                   WS-SEL-OPER-TEXT (1:4)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM COLS-LINE.

           PERFORM UNTIL WS-EOF-CL = "Y"
               READ CHANGE-LOG
                   AT END MOVE "Y" TO WS-EOF-CL
                   NOT AT END
                       PERFORM 0210-SELECT-ONE-CHANGE THRU 0210-END
               END-READ
           END-PERFORM.

           CLOSE CHANGE-LOG.

           PERFORM 0230-PRINT-TOTALS THRU 0230-END.

           CLOSE CL-REPORT-FILE.

           DISPLAY WS-CHANGE-COUNT " change(s) on report.".
           DISPLAY "Report written to change_report.txt.".

       0200-END.

       0210-SELECT-ONE-CHANGE.
           IF CL-DATE < WS-FROM-DATE OR CL-DATE > WS-TO-DATE
               GO TO 0210-END
           END-IF.

           IF WS-SEL-FILE NOT = SPACES
                   AND CL-FILE NOT = WS-SEL-FILE
               GO TO 0210-END
           END-IF.

           IF WS-SEL-OPERATOR NOT = SPACES
                   AND CL-OPERATOR-ID NOT = WS-SEL-OPERATOR
               GO TO 0210-END
           END-IF.

           PERFORM 0220-PRINT-ONE-CHANGE THRU 0220-END.

       0210-END.

       0220-PRINT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '  '   DELIMITED BY SIZE
                   CL-DATE (1:8)
                   '  '   DELIMITED BY SIZE
                   CL-TIME (1:6)
                   '  '   DELIMITED BY SIZE
                   CL-OPERATOR-ID (1:4)
                   '  '   DELIMITED BY SIZE
                   CL-FILE (1:10)
                   ' '   DELIMITED BY SIZE
                   CL-ACTION (1:1)
                   '  '   DELIMITED BY SIZE
                   CL-KEY (1:24)
                   '  '   DELIMITED BY SIZE
                   CL-FIELD (1:12)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING  '            BEFORE: ' DELIMITED BY SIZE
                   CL-BEFORE (1:20)
                   '  AFTER: ' DELIMITED BY SIZE
                   CL-AFTER (1:20)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       0220-END.

       0230-PRINT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE WS-CHANGE-COUNT TO DISPLAY-COUNT.
           STRING  'CHANGES LISTED  ' DELIMITED BY SIZE
                   DISPLAY-COUNT (1:5)
           INTO WS-REPORT-LINE
           END-STRING.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

           WRITE REPORT-RECORD FROM LEGEND-LINE.

       0230-END.

       9000-END-PROGRAM.
           STOP RUN.
           END PROGRAM CHANGE-REPORT.
