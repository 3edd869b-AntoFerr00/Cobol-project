       01 VOUCHER-RECORD.
           05 VOUCHER-NO PIC 9(6).
           05 VOUCHER-TYPE PIC X.
           05 VOUCHER-ISSUE-DATE PIC 9(8).
           05 VOUCHER-ORIGINAL-VALUE PIC 9(5)V99.
           05 VOUCHER-BALANCE PIC 9(5)V99.
           05 VOUCHER-EXPIRY-DATE PIC 9(8).
           05 VOUCHER-STATUS PIC X.
           05 VOUCHER-RECEIPT-NO PIC 9(6).
