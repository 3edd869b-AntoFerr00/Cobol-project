               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "authority.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-FUNCTION
               FILE STATUS IS AUTHORITY-FILE-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "overridelog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-LOG-STATUS.
           SELECT TENDER-LOG ASSIGN TO "tenderlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LOG-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-NO
               FILE STATUS IS CUSTOMER-FILE-STATUS.
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT VOUCHER-FILE ASSIGN TO "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VOUCHER-NO
               FILE STATUS IS VOUCHER-FILE-STATUS.
           SELECT VOUCHER-NUMBER-FILE ASSIGN TO "voucherno.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VOUCHER-NUMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       FD TENDER-LOG.
           COPY TENDEREC.

       FD CUSTOMER-FILE.
           COPY CUSTOMER.

       FD LOT-FILE.
           COPY LOTREC.

       FD VOUCHER-FILE.
           COPY VOUCHER.

       FD VOUCHER-NUMBER-FILE.
       01 VOUCHER-NUMBER-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 TAX-CATEGORY-INPUT PIC X.
       01 REORDER-LEVEL-INPUT PIC 9(5).
       01 SUPPLIER-ID-INPUT PIC 9(5).
       01 ITEM-BARCODE-INPUT PIC X(13).
       01 PERISHABLE-INPUT PIC X.
       01 BARCODE-IN-USE PIC X.
       01 BARCODE-OWNER-ID PIC 9(5).
       01 SCAN-INPUT PIC X(13).
       01 SCAN-ITEM-FOUND PIC X.
       01 ITEM-REMOVE-ID PIC 9(5).
       01 END-OF-FILE PIC X VALUE 'N'.
       01 SELL-ITEM-ID PIC 9(5).
               10 BK-COMMITTED PIC X.
               10 BK-TAX-CATEGORY PIC X.
               10 BK-TAX-AMOUNT PIC 9(8)V99.
               10 BK-LINE-TYPE PIC X.
               10 BK-VOUCHER-NO PIC 9(6).
       01 IMPORT-MARKER-STATUS PIC XX.
       01 BATCH-MODE-ARG PIC X(20).
       01 OPERATOR-FILE-STATUS PIC XX.
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "SHOP-SYSTEM".
       01 AUTH-FUNCTION-WANTED PIC X(12).
       01 AUTH-DEFAULT-LEVEL PIC 9.
       01 AUTH-REQUIRED-LEVEL PIC 9.
       01 AUTH-DETAIL PIC X(30).
       01 AUTH-GRANTED PIC X.
       01 AUTH-OVERRIDE-RESPONSE PIC X.
       01 APPROVER-ID-ENTRY PIC 9(4).
       01 APPROVER-PIN-ENTRY PIC 9(4).
       01 APPROVER-LOCKED-OUT PIC X.
       01 AUTH-AMOUNT-EDITED PIC Z(6)9.99.
       01 NO-TENDER-APPROVER PIC 9(4).
       01 TENDER-LOG-STATUS PIC XX.
       01 TENDER-CHOICE PIC 9.
       01 AMOUNT-GIVEN-INPUT PIC 9(7)V99.
       01 CUSTOMER-FILE-STATUS PIC XX.
       01 CUSTOMER-NO-INPUT PIC 9(5).
       01 CHECKOUT-CUSTOMER-NO PIC 9(5).
       01 LOT-FILE-STATUS PIC XX.
       01 LOT-MOVE-ITEM-ID PIC 9(5).
       01 LOT-MOVE-QTY PIC 9(5).
       01 LOT-MOVE-FROM PIC X.
       01 LOT-MOVE-TO PIC X.
       01 LOT-REMAINING-QTY PIC 9(5).
       01 LOT-AVAILABLE-QTY PIC 9(5).
       01 LOT-TAKE-QTY PIC 9(5).
       01 LOT-SCAN-DONE PIC X.
       01 LOT-EXPIRY-INPUT PIC 9(8).
       01 VOUCHER-FILE-STATUS PIC XX.
       01 VOUCHER-NUMBER-STATUS PIC XX.
       01 NEXT-VOUCHER-NO PIC 9(6).
       01 VOUCHER-NO-INPUT PIC 9(6).
       01 VOUCHER-VALUE-INPUT PIC 9(5)V99.
       01 VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.
       01 VOUCHER-REDEEM-AMOUNT PIC 9(5)V99.
       01 VOUCHER-REDEEMED-TOTAL PIC 9(13)V99.
       01 AMOUNT-STILL-DUE PIC 9(13)V99.
       01 TENDER-AMOUNT-HOLD PIC 9(13)V99.
       01 TENDER-VOUCHER-HOLD PIC 9(6).
       01 TODAY-DATE PIC 9(8).

       PROCEDURE DIVISION.
       PROGRAM-START.
           ACCEPT BATCH-MODE-ARG FROM COMMAND-LINE.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           PERFORM ENSURE-VOUCHER-FILE-EXISTS.
           PERFORM CHECK-INTERRUPTED-IMPORT.
           IF BATCH-MODE-ARG NOT = SPACES
               PERFORM RUN-BATCH-MODE
           END-IF.

       CHECK-OPERATOR.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               DISPLAY "Operator file not found: operator.dat -- "
                   "set operators up via operator-maintenance."
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Unknown operator."
                       MOVE "U" TO OVR-EVENT
                       MOVE OPERATOR-ID-ENTRY TO OVR-OPERATOR-ID
                       MOVE "UNKNOWN OPERATOR ID" TO OVR-NOTE
                       PERFORM LOG-SIGN-ON-EXCEPTION
                   NOT INVALID KEY
                       PERFORM CHECK-OPERATOR-PIN
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       CHECK-OPERATOR-PIN.
           IF OPERATOR-STATUS = "L"
               DISPLAY "Operator " OPERATOR-ID " is locked out -- "
                   "a supervisor must unlock it via "
                   "operator-maintenance."
               MOVE "K" TO OVR-EVENT
               MOVE OPERATOR-ID TO OVR-OPERATOR-ID
               MOVE "SIGN-ON TRIED WHILE LOCKED" TO OVR-NOTE
               PERFORM LOG-SIGN-ON-EXCEPTION
           ELSE
               IF OPERATOR-PIN = OPERATOR-PIN-ENTRY
                   PERFORM ACCEPT-GOOD-PIN
               ELSE
                   PERFORM RECORD-BAD-PIN
               END-IF
               REWRITE OPERATOR-RECORD
           END-IF.

       ACCEPT-GOOD-PIN.
           MOVE 0 TO OPERATOR-FAILED-COUNT.
           IF OPERATOR-PIN-CHANGE = "Y"
               PERFORM FORCE-PIN-CHANGE
           END-IF.
           IF OPERATOR-PIN-CHANGE = "Y"
               DISPLAY "PIN not changed -- sign-on refused."
           ELSE
               MOVE OPERATOR-ID TO SIGNED-ON-OPERATOR
               MOVE OPERATOR-LEVEL TO SIGNED-ON-LEVEL
               DISPLAY "Signed on: " OPERATOR-NAME
           END-IF.

       RECORD-BAD-PIN.
           ADD 1 TO OPERATOR-FAILED-COUNT.
           DISPLAY "PIN does not match.".
           MOVE "F" TO OVR-EVENT.
           MOVE OPERATOR-ID TO OVR-OPERATOR-ID.
           MOVE "WRONG PIN" TO OVR-NOTE.
           PERFORM LOG-SIGN-ON-EXCEPTION.
           IF OPERATOR-FAILED-COUNT NOT < OPERATOR-LOCKOUT-LIMIT
               MOVE "L" TO OPERATOR-STATUS
               DISPLAY "Too many wrong PINs -- operator " OPERATOR-ID
                   " is now locked out."
               MOVE "L" TO OVR-EVENT
               MOVE OPERATOR-ID TO OVR-OPERATOR-ID
               MOVE "LOCKED OUT AFTER WRONG PINS" TO OVR-NOTE
               PERFORM LOG-SIGN-ON-EXCEPTION
           END-IF.

       FORCE-PIN-CHANGE.
           DISPLAY "Your PIN must be changed before you sign on.".
           DISPLAY "Enter new PIN (4 digits): ".
           ACCEPT NEW-PIN-ENTRY.
           DISPLAY "Enter new PIN again: ".
           ACCEPT NEW-PIN-CONFIRM.
           IF NEW-PIN-ENTRY NOT = NEW-PIN-CONFIRM
               DISPLAY "The two PINs do not match."
           ELSE
               IF NEW-PIN-ENTRY = OPERATOR-PIN
                   DISPLAY "The new PIN must differ from the old one."
               ELSE
                   MOVE NEW-PIN-ENTRY TO OPERATOR-PIN
                   MOVE "N" TO OPERATOR-PIN-CHANGE
                   DISPLAY "PIN changed."
                   MOVE "P" TO OVR-EVENT
                   MOVE OPERATOR-ID TO OVR-OPERATOR-ID
                   MOVE "PIN CHANGED ON FIRST SIGN-ON" TO OVR-NOTE
                   PERFORM LOG-SIGN-ON-EXCEPTION
               END-IF
           END-IF.

       LOG-SIGN-ON-EXCEPTION.
           MOVE "SIGN-ON" TO OVR-FUNCTION.
           MOVE 0 TO OVR-APPROVER-ID.
           MOVE SPACES TO OVR-DETAIL.
           PERFORM LOG-OVERRIDE.

       CHECK-AUTHORITY.
           MOVE 'N' TO AUTH-GRANTED.
           MOVE AUTH-DEFAULT-LEVEL TO AUTH-REQUIRED-LEVEL.
           OPEN INPUT AUTHORITY-FILE.
           IF AUTHORITY-FILE-STATUS = "00"
               MOVE AUTH-FUNCTION-WANTED TO AUTH-FUNCTION
               READ AUTHORITY-FILE
                   NOT INVALID KEY
                       MOVE AUTH-MIN-LEVEL TO AUTH-REQUIRED-LEVEL
               END-READ
               CLOSE AUTHORITY-FILE
           END-IF.
           IF SIGNED-ON-LEVEL NOT < AUTH-REQUIRED-LEVEL
               MOVE 'Y' TO AUTH-GRANTED
           ELSE
               DISPLAY FUNCTION TRIM(AUTH-FUNCTION-WANTED)
                   " needs access level " AUTH-REQUIRED-LEVEL
                   " -- you are signed on at level "
                   SIGNED-ON-LEVEL "."
               DISPLAY "Manager override? (Y/N): "
               ACCEPT AUTH-OVERRIDE-RESPONSE
               IF FUNCTION UPPER-CASE(AUTH-OVERRIDE-RESPONSE) = "Y"
                   PERFORM MANAGER-OVERRIDE
               END-IF
           END-IF.

       MANAGER-OVERRIDE.
           MOVE 'N' TO APPROVER-LOCKED-OUT.
           DISPLAY "Approving manager's Operator ID: ".
           ACCEPT APPROVER-ID-ENTRY.
           DISPLAY "Approving manager's PIN: ".
           ACCEPT APPROVER-PIN-ENTRY.
           MOVE SPACES TO OVR-NOTE.
           IF APPROVER-ID-ENTRY = SIGNED-ON-OPERATOR
               MOVE "CANNOT APPROVE OWN OVERRIDE" TO OVR-NOTE
           ELSE
               PERFORM CHECK-APPROVER
           END-IF.
           MOVE AUTH-FUNCTION-WANTED TO OVR-FUNCTION.
           MOVE SIGNED-ON-OPERATOR TO OVR-OPERATOR-ID.
           MOVE APPROVER-ID-ENTRY TO OVR-APPROVER-ID.
           MOVE AUTH-DETAIL TO OVR-DETAIL.
           IF AUTH-GRANTED = 'Y'
               MOVE "O" TO OVR-EVENT
               MOVE "APPROVED" TO OVR-NOTE
               DISPLAY "Override approved by operator "
                   APPROVER-ID-ENTRY "."
           ELSE
               MOVE "D" TO OVR-EVENT
               DISPLAY "Override refused: "
                   FUNCTION TRIM(OVR-NOTE) "."
           END-IF.
           PERFORM LOG-OVERRIDE.
           IF APPROVER-LOCKED-OUT = 'Y'
               DISPLAY "Too many wrong PINs -- operator "
                   APPROVER-ID-ENTRY " is now locked out."
               MOVE "L" TO OVR-EVENT
               MOVE APPROVER-ID-ENTRY TO OVR-OPERATOR-ID
               MOVE 0 TO OVR-APPROVER-ID
               MOVE "LOCKED OUT AFTER WRONG PINS" TO OVR-NOTE
               PERFORM LOG-OVERRIDE
           END-IF.

       CHECK-APPROVER.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               MOVE "NO OPERATOR FILE" TO OVR-NOTE
           ELSE
               MOVE APPROVER-ID-ENTRY TO OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE "UNKNOWN APPROVER ID" TO OVR-NOTE
                   NOT INVALID KEY
                       PERFORM CHECK-APPROVER-PIN
               END-READ
               CLOSE OPERATOR-FILE
           END-IF.

       CHECK-APPROVER-PIN.
           IF OPERATOR-STATUS = "L"
               MOVE "APPROVER IS LOCKED OUT" TO OVR-NOTE
           ELSE
               IF OPERATOR-PIN NOT = APPROVER-PIN-ENTRY
                   ADD 1 TO OPERATOR-FAILED-COUNT
                   MOVE "APPROVER PIN WRONG" TO OVR-NOTE
                   IF OPERATOR-FAILED-COUNT
                       NOT < OPERATOR-LOCKOUT-LIMIT
                       MOVE "L" TO OPERATOR-STATUS
                       MOVE 'Y' TO APPROVER-LOCKED-OUT
                   END-IF
               ELSE
                   MOVE 0 TO OPERATOR-FAILED-COUNT
                   EVALUATE TRUE
                       WHEN OPERATOR-PIN-CHANGE = "Y"
                           MOVE "APPROVER MUST CHANGE PIN FIRST"
                               TO OVR-NOTE
                       WHEN OPERATOR-LEVEL < AUTH-REQUIRED-LEVEL
                           MOVE "APPROVER LEVEL TOO LOW" TO OVR-NOTE
                       WHEN OTHER
                           MOVE 'Y' TO AUTH-GRANTED
                   END-EVALUATE
               END-IF
               REWRITE OPERATOR-RECORD
           END-IF.

       LOG-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO OVR-TIMESTAMP.
           MOVE OVERRIDE-PROGRAM-NAME TO OVR-PROGRAM.
           PERFORM ENSURE-OVERRIDE-LOG-EXISTS.
           OPEN EXTEND OVERRIDE-LOG.
           WRITE OVERRIDE-RECORD.
           CLOSE OVERRIDE-LOG.

       ENSURE-OVERRIDE-LOG-EXISTS.
           OPEN INPUT OVERRIDE-LOG.
           IF OVERRIDE-LOG-STATUS = "35"
               OPEN OUTPUT OVERRIDE-LOG
               CLOSE OVERRIDE-LOG
           ELSE
               CLOSE OVERRIDE-LOG
           END-IF.

       RUN-BATCH-MODE.
           EVALUATE FUNCTION UPPER-CASE(BATCH-MODE-ARG)
               WHEN "VIEW"
               DISPLAY "Unknown tax category -- standard assumed."
               MOVE "S" TO TAX-CATEGORY-INPUT
           END-IF.
           DISPLAY "Enter Barcode (EAN/UPC, blank if none): ".
           MOVE SPACES TO ITEM-BARCODE-INPUT.
           ACCEPT ITEM-BARCODE-INPUT.
           MOVE FUNCTION TRIM(ITEM-BARCODE-INPUT)
               TO ITEM-BARCODE-INPUT.
           DISPLAY "Perishable -- track stock by expiry date (Y/N): ".
           ACCEPT PERISHABLE-INPUT.
           MOVE FUNCTION UPPER-CASE(PERISHABLE-INPUT)
               TO PERISHABLE-INPUT.
           IF PERISHABLE-INPUT NOT = "Y"
               MOVE "N" TO PERISHABLE-INPUT
           END-IF.
           IF PERISHABLE-INPUT = "Y"
               AND ITEM-STOCK-INPUT + WAREHOUSE-STOCK-INPUT > 0
               DISPLAY "Opening stock is booked as one lot."
               PERFORM ACCEPT-EXPIRY-DATE
           END-IF.

           MOVE 'N' TO BARCODE-IN-USE.
           OPEN I-O SHOP-FILE.
           IF ITEM-BARCODE-INPUT NOT = SPACES
               PERFORM CHECK-BARCODE-IN-USE
           END-IF.
           IF BARCODE-IN-USE = 'Y'
               DISPLAY "Barcode " ITEM-BARCODE-INPUT
                   " is already on item " BARCODE-OWNER-ID
                   " -- item not added."
           ELSE
               PERFORM WRITE-NEW-ITEM
           END-IF.
           CLOSE SHOP-FILE.

       CHECK-BARCODE-IN-USE.
           MOVE ITEM-BARCODE-INPUT TO ITEM-BARCODE.
           READ SHOP-FILE KEY IS ITEM-BARCODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BARCODE-IN-USE
                   MOVE ITEM-ID TO BARCODE-OWNER-ID
           END-READ.

       WRITE-NEW-ITEM.
           MOVE ITEM-ID-INPUT TO ITEM-ID.
           MOVE ITEM-NAME-INPUT TO ITEM-NAME.
           MOVE ITEM-PRICE-INPUT TO ITEM-PRICE.
           MOVE SUPPLIER-ID-INPUT TO ITEM-SUPPLIER-ID.
           MOVE ITEM-COST-INPUT TO ITEM-COST.
           MOVE TAX-CATEGORY-INPUT TO ITEM-TAX-CATEGORY.
           MOVE ITEM-BARCODE-INPUT TO ITEM-BARCODE.
           MOVE PERISHABLE-INPUT TO ITEM-PERISHABLE.
           WRITE SHOP-ITEM
               INVALID KEY
                   DISPLAY "Item ID already exists."
                   MOVE REORDER-LEVEL TO AUDIT-NEW-REORDER
                   MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-NEW-WAREHOUSE
                   PERFORM LOG-AUDIT
                   IF ITEM-PERISHABLE = "Y"
                       PERFORM RECORD-OPENING-LOT
                   END-IF
                   DISPLAY "Item added successfully!"
           END-WRITE.

       RECORD-OPENING-LOT.
           OPEN I-O LOT-FILE.
           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID.
           IF ITEM-STOCK > 0
               MOVE ITEM-STOCK TO LOT-MOVE-QTY
               MOVE "S" TO LOT-MOVE-TO
               PERFORM ADD-TO-LOT
           END-IF.
           IF ITEM-WAREHOUSE-STOCK > 0
               MOVE ITEM-WAREHOUSE-STOCK TO LOT-MOVE-QTY
               MOVE "W" TO LOT-MOVE-TO
               PERFORM ADD-TO-LOT
           END-IF.
           CLOSE LOT-FILE.

       VIEW-ITEMS.
           OPEN INPUT SHOP-FILE.
                           " Reorder Level: " REORDER-LEVEL
                           " Supplier: " ITEM-SUPPLIER-ID
                           " Tax: " ITEM-TAX-CATEGORY
                           " Barcode: " ITEM-BARCODE
                           " Perishable: " ITEM-PERISHABLE
               END-READ
           END-PERFORM.

           DISPLAY "End of list.".

       REMOVE-ITEM.
           DISPLAY "Enter the Item ID to remove: ".
           ACCEPT ITEM-REMOVE-ID.
           MOVE "REMOVE-ITEM" TO AUTH-FUNCTION-WANTED.
           MOVE 2 TO AUTH-DEFAULT-LEVEL.
           MOVE SPACES TO AUTH-DETAIL.
           STRING "ITEM " DELIMITED BY SIZE
               ITEM-REMOVE-ID DELIMITED BY SIZE
               INTO AUTH-DETAIL
           END-STRING.
           PERFORM CHECK-AUTHORITY.
           IF AUTH-GRANTED = 'Y'
               PERFORM REMOVE-ITEM-CONFIRMED
           ELSE
               DISPLAY "Item not removed."
           END-IF.

       REMOVE-ITEM-CONFIRMED.
           OPEN I-O SHOP-FILE.
           MOVE ITEM-REMOVE-ID TO ITEM-ID.
           READ SHOP-FILE
                           MOVE 0 TO AUDIT-NEW-REORDER
                           MOVE 0 TO AUDIT-NEW-WAREHOUSE
                           PERFORM LOG-AUDIT
                           PERFORM DROP-ITEM-LOTS
                           DISPLAY "Item removed successfully."
                   END-DELETE
           END-READ.
           CLOSE SHOP-FILE.

       DROP-ITEM-LOTS.
           OPEN I-O LOT-FILE.
           MOVE ITEM-REMOVE-ID TO LOT-ITEM-ID.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE 'N' TO LOT-SCAN-DONE.
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-DONE
           END-START.
           PERFORM UNTIL LOT-SCAN-DONE = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOT-SCAN-DONE
                   NOT AT END
                       IF LOT-ITEM-ID NOT = ITEM-REMOVE-ID
                           MOVE 'Y' TO LOT-SCAN-DONE
                       ELSE
                           DELETE LOT-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.

       CHECKOUT-SALE.
           MOVE 0 TO BASKET-LINE-COUNT.
           MOVE 0 TO BASKET-RUNNING-TOTAL.
           OPEN INPUT SHOP-FILE.
           MOVE 'N' TO BASKET-DONE.
           PERFORM UNTIL BASKET-DONE = 'Y'
               DISPLAY "Scan barcode or enter Item ID (0 to finish, "
                   "V to sell a gift voucher): "
               MOVE SPACES TO SCAN-INPUT
               ACCEPT SCAN-INPUT
               MOVE FUNCTION TRIM(SCAN-INPUT) TO SCAN-INPUT
               IF SCAN-INPUT = "0" OR SCAN-INPUT = SPACES
                   MOVE 'Y' TO BASKET-DONE
               ELSE
                   IF SCAN-INPUT = "V" OR SCAN-INPUT = "v"
                       PERFORM ADD-VOUCHER-LINE
                   ELSE
                       PERFORM ENTER-BASKET-LINE
                   END-IF
                   IF BASKET-LINE-COUNT >= 50
                       DISPLAY "Basket is full -- committing what "
                           "has been entered."
           END-IF.

       ENTER-BASKET-LINE.
           PERFORM RESOLVE-SCAN-INPUT.
           IF SCAN-ITEM-FOUND = 'Y'
               MOVE ITEM-ID TO BASKET-ITEM-ID-INPUT
               DISPLAY "Item " ITEM-ID " " ITEM-NAME
               DISPLAY "Enter Quantity: "
               ACCEPT BASKET-QTY-INPUT
               IF BASKET-QTY-INPUT = 0
                   DISPLAY "Quantity must be at least 1."
               ELSE
                   PERFORM ADD-BASKET-LINE
               END-IF
           END-IF.

       RESOLVE-SCAN-INPUT.
           MOVE 'N' TO SCAN-ITEM-FOUND.
           IF SCAN-INPUT (6:8) = SPACES
               MOVE FUNCTION NUMVAL(SCAN-INPUT) TO ITEM-ID
               READ SHOP-FILE
                   INVALID KEY
                       DISPLAY "Item not found."
                   NOT INVALID KEY
                       MOVE 'Y' TO SCAN-ITEM-FOUND
               END-READ
           ELSE
               MOVE SCAN-INPUT TO ITEM-BARCODE
               READ SHOP-FILE KEY IS ITEM-BARCODE
                   INVALID KEY
                       DISPLAY "Barcode not found: " SCAN-INPUT
                   NOT INVALID KEY
                       MOVE 'Y' TO SCAN-ITEM-FOUND
               END-READ
           END-IF.

           PERFORM VARYING BASKET-I FROM 1 BY 1
               UNTIL BASKET-I > BASKET-LINE-COUNT
               IF BK-ITEM-ID (BASKET-I) = BASKET-ITEM-ID-INPUT
                   AND BK-LINE-TYPE (BASKET-I) = "I"
                   ADD BK-QTY (BASKET-I) TO BASKET-PENDING-QTY
               END-IF
           END-PERFORM.
               MOVE TAX-AMOUNT-WORK
                   TO BK-TAX-AMOUNT (BASKET-LINE-COUNT)
               MOVE 'N' TO BK-COMMITTED (BASKET-LINE-COUNT)
               MOVE "I" TO BK-LINE-TYPE (BASKET-LINE-COUNT)
               MOVE 0 TO BK-VOUCHER-NO (BASKET-LINE-COUNT)
               ADD BK-EXTENSION (BASKET-LINE-COUNT)
                   TO BASKET-RUNNING-TOTAL
               DISPLAY "Added: " ITEM-NAME " x " BASKET-QTY-INPUT
               DISPLAY "Running total: " BASKET-RUNNING-TOTAL
           END-IF.

       ADD-VOUCHER-LINE.
           DISPLAY "Enter gift voucher value: ".
           ACCEPT VOUCHER-VALUE-INPUT.
           IF VOUCHER-VALUE-INPUT = 0
               DISPLAY "Voucher value must be more than zero."
           ELSE
               ADD 1 TO BASKET-LINE-COUNT
               MOVE 0 TO BK-ITEM-ID (BASKET-LINE-COUNT)
               MOVE "GIFT VOUCHER" TO BK-ITEM-NAME (BASKET-LINE-COUNT)
               MOVE 1 TO BK-QTY (BASKET-LINE-COUNT)
               MOVE VOUCHER-VALUE-INPUT TO BK-PRICE (BASKET-LINE-COUNT)
               MOVE VOUCHER-VALUE-INPUT
                   TO BK-EXTENSION (BASKET-LINE-COUNT)
               MOVE "Z" TO BK-TAX-CATEGORY (BASKET-LINE-COUNT)
               MOVE 0 TO BK-TAX-AMOUNT (BASKET-LINE-COUNT)
               MOVE 'N' TO BK-COMMITTED (BASKET-LINE-COUNT)
               MOVE "V" TO BK-LINE-TYPE (BASKET-LINE-COUNT)
               MOVE 0 TO BK-VOUCHER-NO (BASKET-LINE-COUNT)
               ADD BK-EXTENSION (BASKET-LINE-COUNT)
                   TO BASKET-RUNNING-TOTAL
               DISPLAY "Added: GIFT VOUCHER = "
                   BK-EXTENSION (BASKET-LINE-COUNT)
               DISPLAY "Running total: " BASKET-RUNNING-TOTAL
           END-IF.

       COMPUTE-LINE-TAX.
           IF TAX-CATEGORY-WORK NOT = "S"
               AND TAX-CATEGORY-WORK NOT = "R"
           MOVE 0 TO RECEIPT-TOTAL.
           MOVE 0 TO RECEIPT-TAX-TOTAL.
           OPEN I-O SHOP-FILE.
           OPEN I-O LOT-FILE.
           PERFORM COMMIT-BASKET-LINE
               VARYING BASKET-I FROM 1 BY 1
               UNTIL BASKET-I > BASKET-LINE-COUNT.
           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.
           PERFORM CAPTURE-TENDER.
           PERFORM PRINT-RECEIPT.

       COMMIT-BASKET-LINE.
           IF BK-LINE-TYPE (BASKET-I) = "V"
               PERFORM ISSUE-GIFT-VOUCHER
           ELSE
               PERFORM COMMIT-ITEM-LINE
           END-IF.

       COMMIT-ITEM-LINE.
           MOVE BK-ITEM-ID (BASKET-I) TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                           TO AUDIT-OLD-WAREHOUSE
                       SUBTRACT BK-QTY (BASKET-I) FROM ITEM-STOCK
                       REWRITE SHOP-ITEM
                       IF ITEM-PERISHABLE = "Y"
                           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID
                           MOVE BK-QTY (BASKET-I) TO LOT-MOVE-QTY
                           MOVE "S" TO LOT-MOVE-FROM
                           MOVE SPACE TO LOT-MOVE-TO
                           PERFORM TAKE-FROM-OLDEST-LOTS
                       END-IF
                       MOVE "SELL" TO AUDIT-ACTION
                       MOVE BK-ITEM-ID (BASKET-I) TO AUDIT-ITEM-ID
                       MOVE ITEM-NAME TO AUDIT-NEW-NAME
       CAPTURE-TENDER.
           MOVE 'N' TO TENDER-CAPTURED.
           MOVE 0 TO CHANGE-DUE.
           MOVE 0 TO VOUCHER-REDEEMED-TOTAL.
           MOVE RECEIPT-TOTAL TO AMOUNT-STILL-DUE.
           IF RECEIPT-TOTAL = 0
               DISPLAY "Nothing committed -- no payment to take."
           ELSE
               PERFORM UNTIL TENDER-CAPTURED = 'Y'
                   DISPLAY "Amount due: " AMOUNT-STILL-DUE
                   DISPLAY "Tender type (1=Cash 2=Card 3=Voucher "
                       "4=No tender): "
                   ACCEPT TENDER-CHOICE
                   EVALUATE TENDER-CHOICE
                       WHEN 1
                           PERFORM TAKE-CASH-TENDER
                       WHEN 2
                           MOVE "D" TO TENDER-TYPE-HOLD
                           MOVE AMOUNT-STILL-DUE TO AMOUNT-GIVEN-INPUT
                           MOVE 0 TO CHANGE-DUE
                           MOVE 'Y' TO TENDER-CAPTURED
                       WHEN 3
                           PERFORM TAKE-VOUCHER-TENDER
                       WHEN 4
                           PERFORM TAKE-NO-TENDER
                       WHEN OTHER
                           DISPLAY "Invalid choice, try again."
                   END-EVALUATE
               END-PERFORM
               IF TENDER-TYPE-HOLD NOT = "V"
                   MOVE AMOUNT-STILL-DUE TO TENDER-AMOUNT-HOLD
                   MOVE 0 TO TENDER-VOUCHER-HOLD
                   PERFORM LOG-TENDER
               END-IF
           END-IF.

       TAKE-CASH-TENDER.
           DISPLAY "Enter amount given: ".
           ACCEPT AMOUNT-GIVEN-INPUT.
           IF AMOUNT-GIVEN-INPUT < AMOUNT-STILL-DUE
               DISPLAY "Amount given is less than the amount due."
           ELSE
               MOVE "C" TO TENDER-TYPE-HOLD
               COMPUTE CHANGE-DUE =
                   AMOUNT-GIVEN-INPUT - AMOUNT-STILL-DUE
               MOVE 'Y' TO TENDER-CAPTURED
           END-IF.

       TAKE-NO-TENDER.
           MOVE "NO-TENDER" TO AUTH-FUNCTION-WANTED.
           MOVE 2 TO AUTH-DEFAULT-LEVEL.
           MOVE AMOUNT-STILL-DUE TO AUTH-AMOUNT-EDITED.
           MOVE SPACES TO AUTH-DETAIL.
           STRING "RECEIPT " DELIMITED BY SIZE
               RECEIPT-NO DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               AUTH-AMOUNT-EDITED DELIMITED BY SIZE
               INTO AUTH-DETAIL
           END-STRING.
           PERFORM CHECK-AUTHORITY.
           IF AUTH-GRANTED = 'Y'
               IF SIGNED-ON-LEVEL < AUTH-REQUIRED-LEVEL
                   MOVE APPROVER-ID-ENTRY TO NO-TENDER-APPROVER
               ELSE
                   MOVE SIGNED-ON-OPERATOR TO NO-TENDER-APPROVER
               END-IF
               MOVE "N" TO TENDER-TYPE-HOLD
               MOVE 0 TO AMOUNT-GIVEN-INPUT
               MOVE 0 TO CHANGE-DUE
               MOVE 'Y' TO TENDER-CAPTURED
           ELSE
               DISPLAY "No-tender sale not allowed -- take payment."
           END-IF.

       TAKE-VOUCHER-TENDER.
           DISPLAY "Enter voucher number: ".
           ACCEPT VOUCHER-NO-INPUT.
           OPEN I-O VOUCHER-FILE.
           MOVE VOUCHER-NO-INPUT TO VOUCHER-NO.
           READ VOUCHER-FILE
               INVALID KEY
                   DISPLAY "Voucher not found: " VOUCHER-NO-INPUT
               NOT INVALID KEY
                   PERFORM REDEEM-VOUCHER
           END-READ.
           CLOSE VOUCHER-FILE.

       REDEEM-VOUCHER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF VOUCHER-STATUS = "A"
               AND VOUCHER-EXPIRY-DATE < TODAY-DATE
               MOVE "E" TO VOUCHER-STATUS
               REWRITE VOUCHER-RECORD
           END-IF.
           EVALUATE VOUCHER-STATUS
               WHEN "A"
                   PERFORM TAKE-VOUCHER-BALANCE
               WHEN "R"
                   DISPLAY "Voucher " VOUCHER-NO
                       " has been fully redeemed."
               WHEN "E"
                   DISPLAY "Voucher " VOUCHER-NO " expired on "
                       VOUCHER-EXPIRY-DATE " -- not accepted."
               WHEN OTHER
                   DISPLAY "Voucher " VOUCHER-NO
                       " cannot be used (status " VOUCHER-STATUS ")."
           END-EVALUATE.

       TAKE-VOUCHER-BALANCE.
           IF VOUCHER-BALANCE < AMOUNT-STILL-DUE
               MOVE VOUCHER-BALANCE TO VOUCHER-REDEEM-AMOUNT
           ELSE
               MOVE AMOUNT-STILL-DUE TO VOUCHER-REDEEM-AMOUNT
           END-IF.
           SUBTRACT VOUCHER-REDEEM-AMOUNT FROM VOUCHER-BALANCE.
           IF VOUCHER-BALANCE = 0
               MOVE "R" TO VOUCHER-STATUS
           END-IF.
           REWRITE VOUCHER-RECORD.
           MOVE "V" TO TENDER-TYPE-HOLD.
           MOVE VOUCHER-REDEEM-AMOUNT TO TENDER-AMOUNT-HOLD.
           MOVE VOUCHER-REDEEM-AMOUNT TO AMOUNT-GIVEN-INPUT.
           MOVE 0 TO CHANGE-DUE.
           MOVE VOUCHER-NO TO TENDER-VOUCHER-HOLD.
           PERFORM LOG-TENDER.
           ADD VOUCHER-REDEEM-AMOUNT TO VOUCHER-REDEEMED-TOTAL.
           SUBTRACT VOUCHER-REDEEM-AMOUNT FROM AMOUNT-STILL-DUE.
           DISPLAY "Voucher " VOUCHER-NO " takes "
               VOUCHER-REDEEM-AMOUNT " -- balance left "
               VOUCHER-BALANCE.
           IF AMOUNT-STILL-DUE = 0
               MOVE 'Y' TO TENDER-CAPTURED
           END-IF.

       ISSUE-GIFT-VOUCHER.
           PERFORM GET-NEXT-VOUCHER-NO.
           MOVE NEXT-VOUCHER-NO TO VOUCHER-NO.
           MOVE "G" TO VOUCHER-TYPE.
           ACCEPT VOUCHER-ISSUE-DATE FROM DATE YYYYMMDD.
           MOVE BK-EXTENSION (BASKET-I) TO VOUCHER-ORIGINAL-VALUE.
           MOVE BK-EXTENSION (BASKET-I) TO VOUCHER-BALANCE.
           COMPUTE VOUCHER-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VOUCHER-ISSUE-DATE)
               + VOUCHER-VALID-DAYS).
           MOVE "A" TO VOUCHER-STATUS.
           MOVE RECEIPT-NO TO VOUCHER-RECEIPT-NO.
           OPEN I-O VOUCHER-FILE.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "Voucher " VOUCHER-NO " already on file "
                       "-- check voucherno.dat."
               NOT INVALID KEY
                   MOVE VOUCHER-NO TO BK-VOUCHER-NO (BASKET-I)
                   MOVE 'Y' TO BK-COMMITTED (BASKET-I)
                   ADD BK-EXTENSION (BASKET-I) TO RECEIPT-TOTAL
                   MOVE "G" TO TENDER-TYPE-HOLD
                   MOVE BK-EXTENSION (BASKET-I) TO TENDER-AMOUNT-HOLD
                   MOVE BK-EXTENSION (BASKET-I) TO AMOUNT-GIVEN-INPUT
                   MOVE 0 TO CHANGE-DUE
                   MOVE VOUCHER-NO TO TENDER-VOUCHER-HOLD
                   PERFORM LOG-TENDER
                   DISPLAY "Gift voucher " VOUCHER-NO " issued for "
                       VOUCHER-ORIGINAL-VALUE ", valid until "
                       VOUCHER-EXPIRY-DATE "."
           END-WRITE.
           CLOSE VOUCHER-FILE.

       GET-NEXT-VOUCHER-NO.
           OPEN INPUT VOUCHER-NUMBER-FILE.
           IF VOUCHER-NUMBER-STATUS = "35"
               MOVE 0 TO NEXT-VOUCHER-NO
           ELSE
               READ VOUCHER-NUMBER-FILE
                   AT END
                       MOVE 0 TO NEXT-VOUCHER-NO
                   NOT AT END
                       MOVE VOUCHER-NUMBER-RECORD TO NEXT-VOUCHER-NO
               END-READ
               CLOSE VOUCHER-NUMBER-FILE
           END-IF.
           ADD 1 TO NEXT-VOUCHER-NO.
           OPEN OUTPUT VOUCHER-NUMBER-FILE.
           MOVE NEXT-VOUCHER-NO TO VOUCHER-NUMBER-RECORD.
           WRITE VOUCHER-NUMBER-RECORD.
           CLOSE VOUCHER-NUMBER-FILE.

       ENSURE-VOUCHER-FILE-EXISTS.
           OPEN INPUT VOUCHER-FILE.
           IF VOUCHER-FILE-STATUS = "35"
               OPEN OUTPUT VOUCHER-FILE
               CLOSE VOUCHER-FILE
           ELSE
               CLOSE VOUCHER-FILE
           END-IF.

       LOG-TENDER.
           MOVE RECEIPT-NO TO TENDER-RECEIPT-NO.
           ACCEPT TENDER-REC-DATE FROM DATE YYYYMMDD.
           MOVE TENDER-TYPE-HOLD TO TENDER-TYPE.
           MOVE TENDER-AMOUNT-HOLD TO TENDER-SALE-TOTAL.
           MOVE AMOUNT-GIVEN-INPUT TO TENDER-AMOUNT-GIVEN.
           MOVE CHANGE-DUE TO TENDER-CHANGE-DUE.
           MOVE SIGNED-ON-OPERATOR TO TENDER-OPERATOR-ID.
           MOVE TENDER-VOUCHER-HOLD TO TENDER-VOUCHER-NO.
           PERFORM ENSURE-TENDER-LOG-EXISTS.
           OPEN EXTEND TENDER-LOG.
           WRITE TENDER-RECORD.
           DISPLAY "NET TOTAL:  " RECEIPT-NET-TOTAL.
           DISPLAY "TAX TOTAL:  " RECEIPT-TAX-TOTAL.
           DISPLAY "SALE TOTAL: " RECEIPT-TOTAL.
           IF VOUCHER-REDEEMED-TOTAL > 0
               DISPLAY "PAID BY VOUCHER: " VOUCHER-REDEEMED-TOTAL
           END-IF.
           IF TENDER-CAPTURED = 'Y'
               EVALUATE TENDER-TYPE-HOLD
                   WHEN "C"
                       DISPLAY "PAID CASH:  " AMOUNT-GIVEN-INPUT
                       DISPLAY "CHANGE DUE: " CHANGE-DUE
                   WHEN "D"
                       DISPLAY "PAID BY CARD"
                   WHEN "N"
                       DISPLAY "NO TENDER -- APPROVED BY "
                           NO-TENDER-APPROVER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           DISPLAY "================================".

       PRINT-RECEIPT-LINE.
           IF BK-COMMITTED (BASKET-I) = 'Y'
               AND BK-LINE-TYPE (BASKET-I) = "V"
               DISPLAY "GIFT VOUCHER " BK-VOUCHER-NO (BASKET-I)
                   " = " BK-EXTENSION (BASKET-I)
           END-IF.
           IF BK-COMMITTED (BASKET-I) = 'Y'
               AND BK-LINE-TYPE (BASKET-I) = "I"
               DISPLAY BK-ITEM-ID (BASKET-I) " "
                   BK-ITEM-NAME (BASKET-I) " x "
                   BK-QTY (BASKET-I) " @ "
           ELSE
               CLOSE AUDIT-FILE
           END-IF.

       ENSURE-LOT-FILE-EXISTS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
           ELSE
               CLOSE LOT-FILE
           END-IF.

       TAKE-FROM-OLDEST-LOTS.
           MOVE LOT-MOVE-QTY TO LOT-REMAINING-QTY.
           MOVE LOT-MOVE-ITEM-ID TO LOT-ITEM-ID.
           MOVE 0 TO LOT-EXPIRY-DATE.
           MOVE 'N' TO LOT-SCAN-DONE.
           START LOT-FILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-SCAN-DONE
           END-START.
           PERFORM UNTIL LOT-SCAN-DONE = 'Y'
               OR LOT-REMAINING-QTY = 0
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOT-SCAN-DONE
                   NOT AT END
                       IF LOT-ITEM-ID NOT = LOT-MOVE-ITEM-ID
                           MOVE 'Y' TO LOT-SCAN-DONE
                       ELSE
                           PERFORM TAKE-FROM-ONE-LOT
                       END-IF
               END-READ
           END-PERFORM.
           IF LOT-REMAINING-QTY > 0
               DISPLAY "WARNING: lots for item " LOT-MOVE-ITEM-ID
                   " were " LOT-REMAINING-QTY " short -- check with "
                   "day-end-reconcile."
           END-IF.

       TAKE-FROM-ONE-LOT.
           IF LOT-MOVE-FROM = "S"
               MOVE LOT-SHOP-QTY TO LOT-AVAILABLE-QTY
           ELSE
               MOVE LOT-WAREHOUSE-QTY TO LOT-AVAILABLE-QTY
           END-IF.
           IF LOT-AVAILABLE-QTY > 0
               IF LOT-AVAILABLE-QTY < LOT-REMAINING-QTY
                   MOVE LOT-AVAILABLE-QTY TO LOT-TAKE-QTY
               ELSE
                   MOVE LOT-REMAINING-QTY TO LOT-TAKE-QTY
               END-IF
               IF LOT-MOVE-FROM = "S"
                   SUBTRACT LOT-TAKE-QTY FROM LOT-SHOP-QTY
               ELSE
                   SUBTRACT LOT-TAKE-QTY FROM LOT-WAREHOUSE-QTY
               END-IF
               EVALUATE LOT-MOVE-TO
                   WHEN "S"
                       ADD LOT-TAKE-QTY TO LOT-SHOP-QTY
                   WHEN "W"
                       ADD LOT-TAKE-QTY TO LOT-WAREHOUSE-QTY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               SUBTRACT LOT-TAKE-QTY FROM LOT-REMAINING-QTY
               IF LOT-SHOP-QTY = 0 AND LOT-WAREHOUSE-QTY = 0
                   DELETE LOT-FILE
               ELSE
                   REWRITE LOT-RECORD
               END-IF
           END-IF.

       ADD-TO-LOT.
           MOVE LOT-MOVE-ITEM-ID TO LOT-ITEM-ID.
           MOVE LOT-EXPIRY-INPUT TO LOT-EXPIRY-DATE.
           READ LOT-FILE
               INVALID KEY
                   MOVE LOT-MOVE-ITEM-ID TO LOT-ITEM-ID
                   MOVE LOT-EXPIRY-INPUT TO LOT-EXPIRY-DATE
                   MOVE 0 TO LOT-SHOP-QTY
                   MOVE 0 TO LOT-WAREHOUSE-QTY
                   ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                   PERFORM ADD-QTY-TO-LOT-LOCATION
                   WRITE LOT-RECORD
               NOT INVALID KEY
                   PERFORM ADD-QTY-TO-LOT-LOCATION
                   REWRITE LOT-RECORD
           END-READ.

       ADD-QTY-TO-LOT-LOCATION.
           IF LOT-MOVE-TO = "S"
               ADD LOT-MOVE-QTY TO LOT-SHOP-QTY
           ELSE
               ADD LOT-MOVE-QTY TO LOT-WAREHOUSE-QTY
           END-IF.

       ACCEPT-EXPIRY-DATE.
           MOVE 0 TO LOT-EXPIRY-INPUT.
           PERFORM UNTIL LOT-EXPIRY-INPUT NOT = 0
               DISPLAY "Enter expiry date (YYYYMMDD): "
               ACCEPT LOT-EXPIRY-INPUT
               IF FUNCTION TEST-DATE-YYYYMMDD(LOT-EXPIRY-INPUT)
                   NOT = 0
                   DISPLAY "Not a valid date, try again."
                   MOVE 0 TO LOT-EXPIRY-INPUT
               END-IF
           END-PERFORM.
