       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-FILE ASSIGN TO "shopfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NO
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.
           SELECT TENDER-LOG ASSIGN TO "tenderlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PENDING-PRICE-FILE ASSIGN TO "pendingprice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-PRICE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOUCHER-NO
               FILE STATUS IS VOUCHER-FILE-STATUS.
           SELECT RECEIPT-CHECK-FILE ASSIGN TO "receiptcheck.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCK-RECEIPT-NO
               FILE STATUS IS RECEIPT-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       FD CUSTOMER-FILE.
           COPY CUSTOMER.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD SALES-LOG.
           COPY SALESLOG.

       FD TENDER-LOG.
           COPY TENDEREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD PENDING-PRICE-FILE.
       01 PENDING-PRICE-RECORD.
           05 PP-ITEM-ID PIC 9(5).
           05 PP-NEW-PRICE PIC 9(5)V99.
           05 PP-START-DATE PIC 9(8).
           05 PP-END-DATE PIC 9(8).
           05 PP-OLD-PRICE PIC 9(5)V99.
           05 PP-STATUS PIC X.

       FD VOUCHER-FILE.
           COPY VOUCHER.

       FD RECEIPT-CHECK-FILE.
       01 RECEIPT-CHECK-RECORD.
           05 RCK-RECEIPT-NO PIC 9(6).
           05 RCK-SALE-DATE PIC 9(8).
           05 RCK-TENDER-DATE PIC 9(8).
           05 RCK-ON-SALES-LOG PIC X.
           05 RCK-ON-TENDER-LOG PIC X.
           05 RCK-VOUCHER-SALE PIC X.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 TENDER-LOG-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 PENDING-PRICE-STATUS PIC XX.
       01 RECEIPT-CHECK-STATUS PIC XX.
       01 VOUCHER-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 SHOP-FILE-PRESENT PIC X VALUE 'Y'.
       01 SUPPLIER-FILE-PRESENT PIC X VALUE 'Y'.
       01 CUSTOMER-FILE-PRESENT PIC X VALUE 'Y'.
       01 OPERATOR-FILE-PRESENT PIC X VALUE 'Y'.
       01 VOUCHER-FILE-PRESENT PIC X VALUE 'Y'.
       01 REFERENCE-FOUND PIC X.
       01 LOOK-UP-OPERATOR-ID PIC 9(4).
       01 RECORDS-CHECKED PIC 9(7) VALUE 0.
       01 ITEM-SUPPLIER-BREAKS PIC 9(5) VALUE 0.
       01 SALE-CUSTOMER-BREAKS PIC 9(5) VALUE 0.
       01 AUDIT-OPERATOR-BREAKS PIC 9(5) VALUE 0.
       01 SALE-OPERATOR-BREAKS PIC 9(5) VALUE 0.
       01 TENDER-OPERATOR-BREAKS PIC 9(5) VALUE 0.
       01 PENDING-ITEM-BREAKS PIC 9(5) VALUE 0.
       01 UNTENDERED-RECEIPT-BREAKS PIC 9(5) VALUE 0.
       01 UNSOLD-TENDER-BREAKS PIC 9(5) VALUE 0.
       01 TENDER-VOUCHER-BREAKS PIC 9(5) VALUE 0.
       01 TOTAL-BREAKS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CROSS-FILE INTEGRITY CHECK".

           PERFORM OPEN-MASTER-FILES.

           PERFORM CHECK-ITEM-SUPPLIERS.
           PERFORM CHECK-PENDING-PRICES.

           OPEN OUTPUT RECEIPT-CHECK-FILE.
           CLOSE RECEIPT-CHECK-FILE.
           OPEN I-O RECEIPT-CHECK-FILE.
           PERFORM CHECK-SALES-LOG.
           PERFORM CHECK-TENDER-LOG.
           PERFORM CHECK-RECEIPT-PAIRS.
           CLOSE RECEIPT-CHECK-FILE.

           PERFORM CHECK-AUDIT-OPERATORS.

           PERFORM CLOSE-MASTER-FILES.

           COMPUTE TOTAL-BREAKS = ITEM-SUPPLIER-BREAKS
               + SALE-CUSTOMER-BREAKS + AUDIT-OPERATOR-BREAKS
               + SALE-OPERATOR-BREAKS + TENDER-OPERATOR-BREAKS
               + PENDING-ITEM-BREAKS + UNTENDERED-RECEIPT-BREAKS
               + UNSOLD-TENDER-BREAKS + TENDER-VOUCHER-BREAKS.

           DISPLAY "--------------------------------".
           DISPLAY "Records checked:                      "
               RECORDS-CHECKED.
           DISPLAY "Item supplier not on supplier.dat:    "
               ITEM-SUPPLIER-BREAKS.
           DISPLAY "Sale customer not on customer.dat:    "
               SALE-CUSTOMER-BREAKS.
           DISPLAY "Audit operator not on operator.dat:   "
               AUDIT-OPERATOR-BREAKS.
           DISPLAY "Sale operator not on operator.dat:    "
               SALE-OPERATOR-BREAKS.
           DISPLAY "Tender operator not on operator.dat:  "
               TENDER-OPERATOR-BREAKS.
           DISPLAY "Pending price item not on shopfile:   "
               PENDING-ITEM-BREAKS.
           DISPLAY "Sales receipt with no tender record:  "
               UNTENDERED-RECEIPT-BREAKS.
           DISPLAY "Tender record with no sales lines:    "
               UNSOLD-TENDER-BREAKS.
           DISPLAY "Voucher tender not on vouchers.dat:   "
               TENDER-VOUCHER-BREAKS.
           DISPLAY "Total exceptions:                     "
               TOTAL-BREAKS.
           IF TOTAL-BREAKS > 0
               DISPLAY "Integrity check FAILED -- correct the files "
                   "before the export runs."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "All cross-file references are intact."
           END-IF.
           DISPLAY "End of report.".
           STOP RUN.

       OPEN-MASTER-FILES.
           OPEN INPUT SHOP-FILE.
           IF SHOP-FILE-STATUS = "35"
               MOVE 'N' TO SHOP-FILE-PRESENT
               DISPLAY "Shop file not found: shopfile.dat -- every "
                   "item reference is reported."
           END-IF.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FILE-STATUS = "35"
               MOVE 'N' TO SUPPLIER-FILE-PRESENT
               DISPLAY "Supplier file not found: supplier.dat -- "
                   "every supplier reference is reported."
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS = "35"
               MOVE 'N' TO CUSTOMER-FILE-PRESENT
               DISPLAY "Customer file not found: customer.dat -- "
                   "every account reference is reported."
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               MOVE 'N' TO OPERATOR-FILE-PRESENT
               DISPLAY "Operator file not found: operator.dat -- "
                   "every operator reference is reported."
           END-IF.
           OPEN INPUT VOUCHER-FILE.
           IF VOUCHER-FILE-STATUS = "35"
               MOVE 'N' TO VOUCHER-FILE-PRESENT
               DISPLAY "Voucher file not found: vouchers.dat -- "
                   "every voucher reference is reported."
           END-IF.

       CLOSE-MASTER-FILES.
           IF SHOP-FILE-PRESENT = 'Y'
               CLOSE SHOP-FILE
           END-IF.
           IF SUPPLIER-FILE-PRESENT = 'Y'
               CLOSE SUPPLIER-FILE
           END-IF.
           IF CUSTOMER-FILE-PRESENT = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF.
           IF OPERATOR-FILE-PRESENT = 'Y'
               CLOSE OPERATOR-FILE
           END-IF.
           IF VOUCHER-FILE-PRESENT = 'Y'
               CLOSE VOUCHER-FILE
           END-IF.

       CHECK-ITEM-SUPPLIERS.
           IF SHOP-FILE-PRESENT = 'Y'
               MOVE 0 TO ITEM-ID
               START SHOP-FILE KEY IS NOT LESS THAN ITEM-ID
                   INVALID KEY
                       MOVE 'Y' TO END-OF-FILE
                   NOT INVALID KEY
                       MOVE 'N' TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SHOP-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO RECORDS-CHECKED
                           PERFORM CHECK-ONE-ITEM-SUPPLIER
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-ITEM-SUPPLIER.
           IF ITEM-SUPPLIER-ID NOT = 0
               MOVE 'N' TO REFERENCE-FOUND
               IF SUPPLIER-FILE-PRESENT = 'Y'
                   MOVE ITEM-SUPPLIER-ID TO SUPPLIER-ID
                   READ SUPPLIER-FILE
                       NOT INVALID KEY
                           MOVE 'Y' TO REFERENCE-FOUND
                   END-READ
               END-IF
               IF REFERENCE-FOUND = 'N'
                   ADD 1 TO ITEM-SUPPLIER-BREAKS
                   DISPLAY "ITEM-SUPPLIER  shopfile.dat item "
                       ITEM-ID " supplier " ITEM-SUPPLIER-ID
                       " not on supplier.dat"
               END-IF
           END-IF.

       CHECK-PENDING-PRICES.
           OPEN INPUT PENDING-PRICE-FILE.
           IF PENDING-PRICE-STATUS = "35"
               DISPLAY "No pendingprice.dat -- nothing to check."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PENDING-PRICE-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO RECORDS-CHECKED
                           PERFORM CHECK-ONE-PENDING-PRICE
                   END-READ
               END-PERFORM
               CLOSE PENDING-PRICE-FILE
           END-IF.

       CHECK-ONE-PENDING-PRICE.
           MOVE 'N' TO REFERENCE-FOUND.
           IF SHOP-FILE-PRESENT = 'Y'
               MOVE PP-ITEM-ID TO ITEM-ID
               READ SHOP-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO REFERENCE-FOUND
               END-READ
           END-IF.
           IF REFERENCE-FOUND = 'N'
               ADD 1 TO PENDING-ITEM-BREAKS
               DISPLAY "PENDING-ITEM   pendingprice.dat item "
                   PP-ITEM-ID " starting " PP-START-DATE
                   " not on shopfile.dat"
           END-IF.

       CHECK-SALES-LOG.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "35"
               DISPLAY "No saleslog.dat -- nothing to check."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SALES-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO RECORDS-CHECKED
                           PERFORM CHECK-ONE-SALE-LINE
                   END-READ
               END-PERFORM
               CLOSE SALES-LOG
           END-IF.

       CHECK-ONE-SALE-LINE.
           IF SALE-CUSTOMER-NO NOT = 0
               MOVE 'N' TO REFERENCE-FOUND
               IF CUSTOMER-FILE-PRESENT = 'Y'
                   MOVE SALE-CUSTOMER-NO TO CUSTOMER-NO
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE 'Y' TO REFERENCE-FOUND
                   END-READ
               END-IF
               IF REFERENCE-FOUND = 'N'
                   ADD 1 TO SALE-CUSTOMER-BREAKS
                   DISPLAY "SALE-CUSTOMER  saleslog.dat receipt "
                       SALE-RECEIPT-NO " of " SALE-REC-DATE
                       " item " SALE-ITEM-ID " customer "
                       SALE-CUSTOMER-NO " not on customer.dat"
               END-IF
           END-IF.
           IF SALE-OPERATOR-ID NOT = 0
               MOVE SALE-OPERATOR-ID TO LOOK-UP-OPERATOR-ID
               PERFORM LOOK-UP-OPERATOR
               IF REFERENCE-FOUND = 'N'
                   ADD 1 TO SALE-OPERATOR-BREAKS
                   DISPLAY "SALE-OPERATOR  saleslog.dat receipt "
                       SALE-RECEIPT-NO " of " SALE-REC-DATE
                       " item " SALE-ITEM-ID " operator "
                       SALE-OPERATOR-ID " not on operator.dat"
               END-IF
           END-IF.
           IF SALE-RECEIPT-NO NOT = 0
               MOVE SALE-RECEIPT-NO TO RCK-RECEIPT-NO
               READ RECEIPT-CHECK-FILE
                   INVALID KEY
                       MOVE SALE-REC-DATE TO RCK-SALE-DATE
                       MOVE 0 TO RCK-TENDER-DATE
                       MOVE 'Y' TO RCK-ON-SALES-LOG
                       MOVE 'N' TO RCK-ON-TENDER-LOG
                       MOVE 'N' TO RCK-VOUCHER-SALE
                       WRITE RECEIPT-CHECK-RECORD
                   NOT INVALID KEY
                       IF RCK-ON-SALES-LOG = 'N'
                           MOVE SALE-REC-DATE TO RCK-SALE-DATE
                           MOVE 'Y' TO RCK-ON-SALES-LOG
                           REWRITE RECEIPT-CHECK-RECORD
                       END-IF
               END-READ
           END-IF.

       CHECK-TENDER-LOG.
           OPEN INPUT TENDER-LOG.
           IF TENDER-LOG-STATUS = "35"
               DISPLAY "No tenderlog.dat -- nothing to check."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ TENDER-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO RECORDS-CHECKED
                           PERFORM CHECK-ONE-TENDER
                   END-READ
               END-PERFORM
               CLOSE TENDER-LOG
           END-IF.

       CHECK-ONE-TENDER.
           IF TENDER-OPERATOR-ID NOT = 0
               MOVE TENDER-OPERATOR-ID TO LOOK-UP-OPERATOR-ID
               PERFORM LOOK-UP-OPERATOR
               IF REFERENCE-FOUND = 'N'
                   ADD 1 TO TENDER-OPERATOR-BREAKS
                   DISPLAY "TENDER-OPERATOR tenderlog.dat receipt "
                       TENDER-RECEIPT-NO " of " TENDER-REC-DATE
                       " operator " TENDER-OPERATOR-ID
                       " not on operator.dat"
               END-IF
           END-IF.
           IF TENDER-TYPE = "V" OR TENDER-TYPE = "G"
               OR TENDER-TYPE = "K"
               PERFORM CHECK-TENDER-VOUCHER
           END-IF.
           IF TENDER-RECEIPT-NO NOT = 0
               PERFORM PAIR-TENDER-RECEIPT
           END-IF.

       CHECK-TENDER-VOUCHER.
           MOVE 'N' TO REFERENCE-FOUND.
           IF VOUCHER-FILE-PRESENT = 'Y'
               MOVE TENDER-VOUCHER-NO TO VOUCHER-NO
               READ VOUCHER-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO REFERENCE-FOUND
               END-READ
           END-IF.
           IF REFERENCE-FOUND = 'N'
               ADD 1 TO TENDER-VOUCHER-BREAKS
               DISPLAY "TENDER-VOUCHER tenderlog.dat receipt "
                   TENDER-RECEIPT-NO " of " TENDER-REC-DATE
                   " type " TENDER-TYPE " voucher "
                   TENDER-VOUCHER-NO " not on vouchers.dat"
           END-IF.

       PAIR-TENDER-RECEIPT.
           MOVE TENDER-RECEIPT-NO TO RCK-RECEIPT-NO.
           READ RECEIPT-CHECK-FILE
               INVALID KEY
                   MOVE 0 TO RCK-SALE-DATE
                   MOVE TENDER-REC-DATE TO RCK-TENDER-DATE
                   MOVE 'N' TO RCK-ON-SALES-LOG
                   MOVE 'Y' TO RCK-ON-TENDER-LOG
                   MOVE 'N' TO RCK-VOUCHER-SALE
                   IF TENDER-TYPE = "G"
                       MOVE 'Y' TO RCK-VOUCHER-SALE
                   END-IF
                   WRITE RECEIPT-CHECK-RECORD
               NOT INVALID KEY
                   IF RCK-ON-TENDER-LOG = 'N'
                       MOVE TENDER-REC-DATE TO RCK-TENDER-DATE
                       MOVE 'Y' TO RCK-ON-TENDER-LOG
                   END-IF
                   IF TENDER-TYPE = "G"
                       MOVE 'Y' TO RCK-VOUCHER-SALE
                   END-IF
                   REWRITE RECEIPT-CHECK-RECORD
           END-READ.

       CHECK-RECEIPT-PAIRS.
           MOVE 0 TO RCK-RECEIPT-NO.
           START RECEIPT-CHECK-FILE KEY IS NOT LESS THAN RCK-RECEIPT-NO
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
               NOT INVALID KEY
                   MOVE 'N' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ RECEIPT-CHECK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-RECEIPT-PAIR
               END-READ
           END-PERFORM.

       CHECK-ONE-RECEIPT-PAIR.
           IF RCK-ON-TENDER-LOG = 'N'
               ADD 1 TO UNTENDERED-RECEIPT-BREAKS
               DISPLAY "NO-TENDER      saleslog.dat receipt "
                   RCK-RECEIPT-NO " of " RCK-SALE-DATE
                   " has no tenderlog.dat record"
           END-IF.
           IF RCK-ON-SALES-LOG = 'N'
               AND RCK-VOUCHER-SALE = 'N'
               ADD 1 TO UNSOLD-TENDER-BREAKS
               DISPLAY "NO-SALE-LINES  tenderlog.dat receipt "
                   RCK-RECEIPT-NO " of " RCK-TENDER-DATE
                   " has no saleslog.dat lines"
           END-IF.

       CHECK-AUDIT-OPERATORS.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "No auditfile.dat -- nothing to check."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           ADD 1 TO RECORDS-CHECKED
                           PERFORM CHECK-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       CHECK-ONE-AUDIT-LINE.
           IF AUDIT-OPERATOR-ID NOT = 0
               MOVE AUDIT-OPERATOR-ID TO LOOK-UP-OPERATOR-ID
               PERFORM LOOK-UP-OPERATOR
               IF REFERENCE-FOUND = 'N'
                   ADD 1 TO AUDIT-OPERATOR-BREAKS
                   DISPLAY "AUDIT-OPERATOR auditfile.dat "
                       AUDIT-TIMESTAMP " " AUDIT-ACTION
                       " item " AUDIT-ITEM-ID " operator "
                       AUDIT-OPERATOR-ID " not on operator.dat"
               END-IF
           END-IF.

       LOOK-UP-OPERATOR.
           MOVE 'N' TO REFERENCE-FOUND.
           IF OPERATOR-FILE-PRESENT = 'Y'
               MOVE LOOK-UP-OPERATOR-ID TO OPERATOR-ID
               READ OPERATOR-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO REFERENCE-FOUND
               END-READ
           END-IF.
