       01 LOT-RECORD.
           05 LOT-KEY.
               10 LOT-ITEM-ID PIC 9(5).
               10 LOT-EXPIRY-DATE PIC 9(8).
           05 LOT-SHOP-QTY PIC 9(5).
           05 LOT-WAREHOUSE-QTY PIC 9(5).
           05 LOT-RECEIVED-DATE PIC 9(8).
