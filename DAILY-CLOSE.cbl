               05  OT-TAX             PIC 9(3)V99.
               05  OT-OPERATOR-ID     PIC X(4).
               05  OT-TENDER          PIC X.
               05  OT-UNIT-COST       PIC 9(3)V99.

           FD TRANS-ARCHIVE.
           01 TRANS-ARCH-RECORD PIC X(54).

           FD TRANS-KEEP.
           01 TRANS-KEEP-RECORD PIC X(54).

           FD STOCK-JOURNAL.
           01 JOURNAL-DETAILS.
               05  SJ-REF             PIC X(10).
               05  SJ-DATE            PIC 9(8).
               05  SJ-OPERATOR-ID     PIC X(4).
               05  SJ-UNIT-COST       PIC 9(3)V99.

           FD JRNL-ARCHIVE.
           01 JRNL-ARCH-RECORD PIC X(43).

           FD JRNL-KEEP.
           01 JRNL-KEEP-RECORD PIC X(43).

       WORKING-STORAGE SECTION.
           01  WS-CHKPT-STATUS     PIC X(2).
           01  WS-CMD-MOVE-TXT     PIC X(60) VALUE SPACES.
           01  WS-CMD-MOVE-CSV     PIC X(60) VALUE SPACES.
           01  WS-CMD-MOVE-CRD     PIC X(60) VALUE SPACES.
           01  WS-CMD-MOVE-PCK     PIC X(60) VALUE SPACES.
           01  WS-CMD-MOVE-DLV     PIC X(60) VALUE SPACES.
           01  WS-CMD-SWAP-TRANS   PIC X(60) VALUE
               "mv ORDER-TRANS.NEW ORDER-TRANS.DAT".
           01  WS-CMD-SWAP-JRNL    PIC X(60) VALUE
           INTO WS-CMD-MOVE-CRD
           END-STRING.

           STRING  "mv pick_*.txt history/" DELIMITED BY SIZE
                   WS-CLOSE-DATE (1:8)
                   "/ 2>/dev/null"          DELIMITED BY SIZE
           INTO WS-CMD-MOVE-PCK
           END-STRING.

           STRING  "mv delivery_*.txt history/" DELIMITED BY SIZE
                   WS-CLOSE-DATE (1:8)
                   "/ 2>/dev/null"          DELIMITED BY SIZE
           INTO WS-CMD-MOVE-DLV
           END-STRING.

           STRING  "history/"               DELIMITED BY SIZE
                   WS-CLOSE-DATE (1:8)
                   "/ORDER-TRANS.DAT"       DELIMITED BY SIZE
               CALL "SYSTEM" USING WS-CMD-MOVE-TXT
               CALL "SYSTEM" USING WS-CMD-MOVE-CSV
               CALL "SYSTEM" USING WS-CMD-MOVE-CRD
               CALL "SYSTEM" USING WS-CMD-MOVE-PCK
               CALL "SYSTEM" USING WS-CMD-MOVE-DLV
           ELSE
               DISPLAY "Back-dated close - order/credit documents "
                   "left in place."
