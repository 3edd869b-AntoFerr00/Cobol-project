       01 CARD-REFUND-COUNT PIC 9(5) VALUE 0.
       01 CASH-REFUNDS PIC 9(13)V99 VALUE 0.
       01 CARD-REFUNDS PIC 9(13)V99 VALUE 0.
       01 VOUCHER-REDEEM-COUNT PIC 9(5) VALUE 0.
       01 VOUCHER-REDEEMED PIC 9(13)V99 VALUE 0.
       01 VOUCHER-SOLD-COUNT PIC 9(5) VALUE 0.
       01 VOUCHERS-SOLD PIC 9(13)V99 VALUE 0.
       01 CREDIT-ISSUED-COUNT PIC 9(5) VALUE 0.
       01 CREDIT-ISSUED PIC 9(13)V99 VALUE 0.
       01 NO-TENDER-COUNT PIC 9(5) VALUE 0.
       01 NO-TENDER-VALUE PIC 9(13)V99 VALUE 0.
       01 NET-CASH-EXPECTED PIC S9(13)V99.
       01 NET-CASH-EDITED PIC -(13)9.99.
       01 TOTAL-TAKINGS PIC S9(13)V99.
           DISPLAY "Card refunds:  " CARD-REFUND-COUNT
               " refunded:     " CARD-REFUNDS.
           DISPLAY "Net takings:   " TOTAL-TAKINGS-EDITED.
           DISPLAY "Voucher redemptions: " VOUCHER-REDEEM-COUNT
               " taken as tender: " VOUCHER-REDEEMED.
           DISPLAY "Gift vouchers sold:  " VOUCHER-SOLD-COUNT
               " face value:      " VOUCHERS-SOLD.
           DISPLAY "Store credit issued: " CREDIT-ISSUED-COUNT
               " face value:      " CREDIT-ISSUED.
           DISPLAY "(Vouchers are not money in the drawer; gift "
               "vouchers sold are paid for in the cash/card lines.)".
           DISPLAY "No-tender sales:     " NO-TENDER-COUNT
               " value (approved): " NO-TENDER-VALUE.

           IF CASH-RECEIPT-COUNT = 0 AND CARD-RECEIPT-COUNT = 0
               AND CASH-REFUND-COUNT = 0 AND CARD-REFUND-COUNT = 0
               AND VOUCHER-REDEEM-COUNT = 0
               AND VOUCHER-SOLD-COUNT = 0
               AND CREDIT-ISSUED-COUNT = 0
               AND NO-TENDER-COUNT = 0
               DISPLAY "No takings recorded for " RUN-DATE "."
               STOP RUN
           END-IF.
               WHEN "S"
                   ADD 1 TO CARD-REFUND-COUNT
                   ADD TENDER-SALE-TOTAL TO CARD-REFUNDS
               WHEN "V"
                   ADD 1 TO VOUCHER-REDEEM-COUNT
                   ADD TENDER-SALE-TOTAL TO VOUCHER-REDEEMED
               WHEN "G"
                   ADD 1 TO VOUCHER-SOLD-COUNT
                   ADD TENDER-SALE-TOTAL TO VOUCHERS-SOLD
               WHEN "K"
                   ADD 1 TO CREDIT-ISSUED-COUNT
                   ADD TENDER-SALE-TOTAL TO CREDIT-ISSUED
               WHEN "N"
                   ADD 1 TO NO-TENDER-COUNT
                   ADD TENDER-SALE-TOTAL TO NO-TENDER-VALUE
               WHEN OTHER
                   ADD 1 TO CARD-RECEIPT-COUNT
                   ADD TENDER-SALE-TOTAL TO CARD-TAKINGS
