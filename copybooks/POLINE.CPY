       01 PO-LINE-RECORD.
           05 POL-KEY.
               10 POL-PO-NUMBER PIC 9(6).
               10 POL-ITEM-ID PIC 9(5).
           05 POL-ITEM-NAME PIC X(30).
           05 POL-ORDERED-QTY PIC 9(5).
           05 POL-RECEIVED-QTY PIC 9(5).
           05 POL-OUTSTANDING-QTY PIC 9(5).
           05 POL-UNIT-COST PIC 9(5)V99.
