           05 GRN-ORDERED-QTY PIC 9(5).
           05 GRN-RECEIVED-QTY PIC 9(5).
           05 GRN-SUPPLIER-ID PIC 9(5).
           05 GRN-PO-NUMBER PIC 9(6).
