       01 PO-HEADER-RECORD.
           05 POH-PO-NUMBER PIC 9(6).
           05 POH-SUPPLIER-ID PIC 9(5).
           05 POH-ORDER-DATE PIC 9(8).
           05 POH-EXPECTED-DATE PIC 9(8).
           05 POH-STATUS PIC X.
           05 POH-CLOSED-DATE PIC 9(8).
