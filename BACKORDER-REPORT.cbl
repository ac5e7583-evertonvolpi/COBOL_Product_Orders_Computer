               05  PRODUCT-QTY-ON-HAND  PIC 9(5).
               05  PRODUCT-REORDER-POINT PIC 9(5).
               05  PRODUCT-SUPPLIER-ID  PIC X(4).
               05  PRODUCT-UNIT-COST    PIC 9(3)V99.

           FD BO-REPORT-FILE.
           01 REPORT-RECORD   PIC X(80).
