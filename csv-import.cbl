               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT CSV-IN-FILE ASSIGN TO "priceupdate.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       01 CSV-FIELD-STOCK PIC X(10).
       01 CSV-FIELD-COST PIC X(10).
       01 CSV-FIELD-TAXCAT PIC X(10).
       01 CSV-FIELD-BARCODE PIC X(20).
       01 IMPORT-TAXCAT PIC X.
       01 IMPORT-ITEM-ID PIC 9(5).
       01 IMPORT-PRICE PIC 9(5)V99.

       APPLY-CSV-UPDATE.
           MOVE SPACES TO CSV-FIELD-ID CSV-FIELD-PRICE
               CSV-FIELD-STOCK CSV-FIELD-COST CSV-FIELD-TAXCAT
               CSV-FIELD-BARCODE.
           UNSTRING CSV-IN-RECORD DELIMITED BY ","
               INTO CSV-FIELD-ID CSV-FIELD-PRICE CSV-FIELD-STOCK
                   CSV-FIELD-COST CSV-FIELD-TAXCAT CSV-FIELD-BARCODE
           END-UNSTRING.

           IF CSV-FIELD-ID = SPACES OR CSV-FIELD-PRICE = SPACES
                   MOVE ITEM-WAREHOUSE-STOCK OF SHOP-ITEM
                       TO AUDIT-OLD-WAREHOUSE
                   MOVE IMPORT-PRICE TO ITEM-PRICE OF SHOP-ITEM
                   IF ITEM-PERISHABLE OF SHOP-ITEM = "Y"
                       IF IMPORT-STOCK NOT = ITEM-STOCK OF SHOP-ITEM
                           DISPLAY "Item " IMPORT-ITEM-ID
                               " is stocked by lot -- stock left at "
                               ITEM-STOCK OF SHOP-ITEM
                               ", use lot-maintenance."
                       END-IF
                   ELSE
                       MOVE IMPORT-STOCK TO ITEM-STOCK OF SHOP-ITEM
                   END-IF
                   IF CSV-FIELD-COST NOT = SPACES
                       COMPUTE IMPORT-COST =
                           FUNCTION NUMVAL (CSV-FIELD-COST)
                               " -- category left unchanged."
                       END-IF
                   END-IF
                   IF CSV-FIELD-BARCODE NOT = SPACES
                       MOVE FUNCTION TRIM(CSV-FIELD-BARCODE)
                           TO ITEM-BARCODE OF SHOP-ITEM
                   END-IF
                   REWRITE SHOP-ITEM
                       INVALID KEY
                           ADD 1 TO REJECTED-COUNT
                           DISPLAY "Barcode already on another item, "
                               "skipped: " IMPORT-ITEM-ID
                       NOT INVALID KEY
                           PERFORM LOG-IMPORT-UPDATE
                   END-REWRITE
           END-READ.

       LOG-IMPORT-UPDATE.
           MOVE "IMPORT" TO AUDIT-ACTION.
           MOVE ITEM-ID OF SHOP-ITEM TO AUDIT-ITEM-ID.
           MOVE ITEM-NAME OF SHOP-ITEM TO AUDIT-NEW-NAME.
           MOVE ITEM-PRICE OF SHOP-ITEM TO AUDIT-NEW-PRICE.
           MOVE ITEM-STOCK OF SHOP-ITEM TO AUDIT-NEW-STOCK.
           MOVE REORDER-LEVEL OF SHOP-ITEM TO AUDIT-NEW-REORDER.
           MOVE ITEM-WAREHOUSE-STOCK OF SHOP-ITEM
               TO AUDIT-NEW-WAREHOUSE.
           PERFORM LOG-AUDIT.
           ADD 1 TO UPDATED-COUNT.

       LOG-AUDIT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-TIMESTAMP.
           MOVE 0 TO AUDIT-OPERATOR-ID.
