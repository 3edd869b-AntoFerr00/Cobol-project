           05 ITEM-COST PIC 9(5)V99.
           05 ITEM-WAREHOUSE-STOCK PIC 9(5).
           05 ITEM-TAX-CATEGORY PIC X.
           05 ITEM-BARCODE PIC X(13).
           05 ITEM-PERISHABLE PIC X.
