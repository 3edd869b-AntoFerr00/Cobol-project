               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT CSV-OUT-FILE ASSIGN TO "shopitems.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
