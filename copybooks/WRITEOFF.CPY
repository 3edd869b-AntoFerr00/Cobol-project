       01 WRITE-OFF-RECORD.
           05 WO-TIMESTAMP PIC 9(14).
           05 WO-ITEM-ID PIC 9(5).
           05 WO-ITEM-NAME PIC X(30).
           05 WO-QTY PIC 9(5).
           05 WO-LOCATION PIC X.
           05 WO-REASON-CODE PIC X(4).
           05 WO-UNIT-COST PIC 9(5)V99.
           05 WO-SUPPLIER-ID PIC 9(5).
           05 WO-OPERATOR-ID PIC 9(4).
