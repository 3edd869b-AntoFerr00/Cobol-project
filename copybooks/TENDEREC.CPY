           05 TENDER-AMOUNT-GIVEN PIC 9(13)V99.
           05 TENDER-CHANGE-DUE PIC 9(13)V99.
           05 TENDER-OPERATOR-ID PIC 9(4).
           05 TENDER-VOUCHER-NO PIC 9(6).
