           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT CHANGE-LOG ASSIGN TO "CHANGE-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CL-STATUS.

       DATA DIVISION.
           FILE SECTION.

           FD NEWOPERFILE.
           01 NEWRECORD       PIC X(28).

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
           01  WS-OPERATOR-INFO.
               05 OPERATOR-ID          PIC X(4).
                   10  WS-OPER-NAME       PIC X(20).
                   10  WS-OPER-PIN        PIC X(4).

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

           01  WS-OPER-BEFORE.
               05  WS-BEF-OPER-ID         PIC X(4).
               05  WS-BEF-OPER-NAME       PIC X(20).
               05  WS-BEF-OPER-PIN        PIC X(4).

           01  WS-OPER-AFTER.
               05  WS-AFT-OPER-ID         PIC X(4).
               05  WS-AFT-OPER-NAME       PIC X(20).
               05  WS-AFT-OPER-PIN        PIC X(4).

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 0020-SIGN-ON THRU 0020-END.
           ACCEPT WS-MAINT-DATE FROM DATE YYYYMMDD.

           DISPLAY "1. Add new operators".
           DISPLAY "2. Maintain existing operators (edit/delete)".
           DISPLAY "Choice >>> ".

           WRITE NEWRECORD FROM CONCAT-STRING.

           MOVE OPERATOR-ID TO WS-AFT-OPER-ID.
           MOVE OPERATOR-NAME TO WS-AFT-OPER-NAME.
           MOVE OPERATOR-PIN TO WS-AFT-OPER-PIN.
           MOVE WS-OPER-AFTER TO WS-OPER-BEFORE.
           MOVE "A" TO WS-CL-ACTION.
           PERFORM 0460-LOG-OPERATOR-FIELDS THRU 0460-END.

           DISPLAY "Do you want to enter another operator? (y) >>> ".
           ACCEPT IS-DONE.

       0310-END.

       0330-EDIT-OPERATOR.
           MOVE WS-OPER-ROWS (WS-FOUND-IDX) TO WS-OPER-BEFORE.

           DISPLAY "Operator NAME >>> ".
           ACCEPT WS-OPER-NAME (WS-FOUND-IDX).
           DISPLAY "Operator PIN >>> ".
           ACCEPT WS-OPER-PIN (WS-FOUND-IDX).

           MOVE WS-OPER-ROWS (WS-FOUND-IDX) TO WS-OPER-AFTER.
           MOVE "E" TO WS-CL-ACTION.
           PERFORM 0460-LOG-OPERATOR-FIELDS THRU 0460-END.

       0330-END.

       0340-DELETE-OPERATOR.
           MOVE WS-OPER-ROWS (WS-FOUND-IDX) TO WS-OPER-BEFORE.
           MOVE WS-OPER-BEFORE TO WS-OPER-AFTER.
           MOVE "D" TO WS-CL-ACTION.
           PERFORM 0460-LOG-OPERATOR-FIELDS THRU 0460-END.

           PERFORM VARYING WS-OPER-IDX FROM WS-FOUND-IDX BY 1
                   UNTIL WS-OPER-IDX >= WS-OPER-COUNT
               MOVE WS-OPER-ROWS (WS-OPER-IDX + 1)

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
           MOVE "OPERATORS" TO CL-FILE.
           MOVE WS-CL-ACTION TO CL-ACTION.
           MOVE WS-CL-KEY TO CL-KEY.
           MOVE WS-CL-FIELD TO CL-FIELD.
           MOVE WS-CL-BEFORE TO CL-BEFORE.
           MOVE WS-CL-AFTER TO CL-AFTER.

           WRITE CL-DETAILS.
           CLOSE CHANGE-LOG.

       0450-END.

       0460-LOG-OPERATOR-FIELDS.
           MOVE WS-BEF-OPER-ID TO WS-CL-KEY.

           MOVE "NAME" TO WS-CL-FIELD.
           MOVE WS-BEF-OPER-NAME TO WS-CL-BEFORE.
           MOVE WS-AFT-OPER-NAME TO WS-CL-AFTER.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

           IF WS-CL-ACTION = "E"
                   AND WS-BEF-OPER-PIN = WS-AFT-OPER-PIN
               GO TO 0460-END
           END-IF.

           MOVE "PIN" TO WS-CL-FIELD.
           MOVE "****" TO WS-CL-BEFORE.
           IF WS-CL-ACTION = "E" THEN
               MOVE "**** (CHANGED)" TO WS-CL-AFTER
           ELSE
               MOVE "****" TO WS-CL-AFTER
           END-IF.
           PERFORM 0450-LOG-FIELD THRU 0450-END.

       0460-END.

       0020-SIGN-ON.
           DISPLAY "Operator ID >>> ".
           ACCEPT WS-OP-ID-INPUT.
           DISPLAY "Operator PIN >>> ".
           ACCEPT WS-OP-PIN-INPUT.

           MOVE "N" TO IS-OPERATOR-FOUND.
           MOVE "N" TO WS-OP-EOF.

           OPEN INPUT NEWOPERFILE.

           IF WS-OPER-FILE-STATUS = "35" THEN
               DISPLAY "No operator file exists yet - changes "
                   "are logged as set-up (INIT)."
               MOVE "INIT" TO WS-OPERATOR-ID
           ELSE
               READ NEWOPERFILE INTO WS-OP-DUMMY
                   AT END MOVE "Y" TO WS-OP-EOF
               END-READ

               PERFORM UNTIL WS-OP-EOF = "Y"
                   READ NEWOPERFILE INTO WS-OP-DETAILS
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

               CLOSE NEWOPERFILE

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
           END PROGRAM CREATE-LIST-OPERATORS.
