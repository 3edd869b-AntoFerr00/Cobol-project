       01 PAYABLE-RECORD.
           05 PAY-KEY.
               10 PAY-SUPPLIER-ID PIC 9(5).
               10 PAY-INVOICE-NO PIC X(10).
           05 PAY-INVOICE-DATE PIC 9(8).
           05 PAY-MATCHED-DATE PIC 9(8).
           05 PAY-DUE-DATE PIC 9(8).
           05 PAY-AMOUNT PIC 9(11)V99.
           05 PAY-STATUS PIC X.
           05 PAY-PAID-DATE PIC 9(8).
