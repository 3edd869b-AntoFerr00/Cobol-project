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

       FD LOT-FILE.
           COPY LOTREC.

       FD VOUCHER-FILE.
           COPY VOUCHER.

       FD VOUCHER-NUMBER-FILE.
       01 VOUCHER-NUMBER-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 RECEIPT-NO-INPUT PIC 9(6).
       01 RETURN-ITEM-ID-INPUT PIC 9(5).
       01 RETURN-QTY-INPUT PIC 9(5).
       01 SCAN-INPUT PIC X(13).
       01 SCAN-ITEM-FOUND PIC X.
       01 RETURNS-DONE PIC X.
       01 ENTRY-FOUND PIC X.
       01 FOUND-IDX PIC 9(3).
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "RETURNS-REFUNDS".
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
       01 REFUND-LIMIT PIC 9(5)V99 VALUE 50.00.
       01 REFUND-HIGH-APPROVED PIC X VALUE 'N'.
       01 REFUND-LINE-OK PIC X.
       01 TAX-CATEGORY-WORK PIC X.
       01 TAX-GROSS-WORK PIC 9(10)V99.
       01 TAX-AMOUNT-WORK PIC 9(8)V99.
       01 TENDER-LOG-STATUS PIC XX.
       01 REFUND-TENDER-CHOICE PIC 9.
       01 REFUND-TENDER-DONE PIC X.
       01 LOT-FILE-STATUS PIC XX.
       01 LOT-MOVE-ITEM-ID PIC 9(5).
       01 LOT-MOVE-QTY PIC 9(5).
       01 LOT-MOVE-TO PIC X.
       01 LOT-EXPIRY-INPUT PIC 9(8).
       01 NO-RECEIPT-RETURN PIC X VALUE 'N'.
       01 VOUCHER-FILE-STATUS PIC XX.
       01 VOUCHER-NUMBER-STATUS PIC XX.
       01 NEXT-VOUCHER-NO PIC 9(6).
       01 VOUCHER-VALID-DAYS PIC 9(3) VALUE 365.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           MOVE "REFUND" TO AUTH-FUNCTION-WANTED.
           MOVE 1 TO AUTH-DEFAULT-LEVEL.
           MOVE "START A RETURN" TO AUTH-DETAIL.
           PERFORM CHECK-AUTHORITY.
           IF AUTH-GRANTED NOT = 'Y'
               DISPLAY "Refunds are not open to this sign-on."
               STOP RUN
           END-IF.
           DISPLAY "RETURNS AND REFUNDS".
           DISPLAY "Enter the receipt number of the original sale "
               "(0 if there is no receipt): ".
           ACCEPT RECEIPT-NO-INPUT.

           IF RECEIPT-NO-INPUT = 0
               MOVE "NO-RECEIPT" TO AUTH-FUNCTION-WANTED
               MOVE 2 TO AUTH-DEFAULT-LEVEL
               MOVE "RETURN WITHOUT A RECEIPT" TO AUTH-DETAIL
               PERFORM CHECK-AUTHORITY
               IF AUTH-GRANTED NOT = 'Y'
                   DISPLAY "A return without a receipt was not "
                       "authorised."
                   STOP RUN
               END-IF
               MOVE 'Y' TO NO-RECEIPT-RETURN
               DISPLAY "No receipt -- goods are refunded at today's "
                   "price as a store-credit voucher."
           ELSE
               PERFORM LOAD-RECEIPT-LINES
               IF RECEIPT-LINE-COUNT = 0
                   DISPLAY "No sales found on saleslog.dat for "
                       "receipt " RECEIPT-NO-INPUT "."
                   STOP RUN
               END-IF
               DISPLAY "RECEIPT " RECEIPT-NO-INPUT " LINES:"
               PERFORM PRINT-RECEIPT-LINE
                   VARYING LIST-I FROM 1 BY 1
                   UNTIL LIST-I > RECEIPT-LINE-COUNT
           END-IF.

           MOVE 'N' TO RETURNS-DONE.
           PERFORM UNTIL RETURNS-DONE = 'Y'
               DISPLAY "Scan barcode or enter Item ID to return "
                   "(0 to finish): "
               MOVE SPACES TO SCAN-INPUT
               ACCEPT SCAN-INPUT
               MOVE FUNCTION TRIM(SCAN-INPUT) TO SCAN-INPUT
               IF SCAN-INPUT = "0" OR SCAN-INPUT = SPACES
                   MOVE 'Y' TO RETURNS-DONE
               ELSE
                   PERFORM IDENTIFY-RETURN-ITEM
                   IF SCAN-ITEM-FOUND = 'Y'
                       PERFORM ENTER-RETURN-LINE
                   END-IF
               END-IF
           END-PERFORM.


       CAPTURE-REFUND-TENDER.
           MOVE 'N' TO REFUND-TENDER-DONE.
           MOVE 0 TO TENDER-VOUCHER-NO.
           IF NO-RECEIPT-RETURN = 'Y'
               PERFORM ISSUE-STORE-CREDIT
           END-IF.
           PERFORM UNTIL REFUND-TENDER-DONE = 'Y'
               DISPLAY "Refund paid how (1=Cash from drawer "
                   "2=Back to card 3=Store-credit voucher): "
               ACCEPT REFUND-TENDER-CHOICE
               EVALUATE REFUND-TENDER-CHOICE
                   WHEN 1
                   WHEN 2
                       IF NO-RECEIPT-RETURN = 'Y'
                           DISPLAY "Without a receipt the refund can "
                               "only be given as store credit."
                       ELSE
                           PERFORM TAKE-MONEY-REFUND
                       END-IF
                   WHEN 3
                       PERFORM ISSUE-STORE-CREDIT
                   WHEN OTHER
                       DISPLAY "Invalid choice, try again."
               END-EVALUATE
           WRITE TENDER-RECORD.
           CLOSE TENDER-LOG.

       TAKE-MONEY-REFUND.
           IF REFUND-TENDER-CHOICE = 1
               MOVE "R" TO TENDER-TYPE
           ELSE
               MOVE "S" TO TENDER-TYPE
           END-IF.
           MOVE 'Y' TO REFUND-TENDER-DONE.

       ISSUE-STORE-CREDIT.
           PERFORM ENSURE-VOUCHER-FILE-EXISTS.
           PERFORM GET-NEXT-VOUCHER-NO.
           MOVE NEXT-VOUCHER-NO TO VOUCHER-NO.
           MOVE "K" TO VOUCHER-TYPE.
           ACCEPT VOUCHER-ISSUE-DATE FROM DATE YYYYMMDD.
           MOVE REFUND-TOTAL TO VOUCHER-ORIGINAL-VALUE.
           MOVE REFUND-TOTAL TO VOUCHER-BALANCE.
           COMPUTE VOUCHER-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(VOUCHER-ISSUE-DATE)
               + VOUCHER-VALID-DAYS).
           MOVE "A" TO VOUCHER-STATUS.
           MOVE RECEIPT-NO-INPUT TO VOUCHER-RECEIPT-NO.
           OPEN I-O VOUCHER-FILE.
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "Voucher " VOUCHER-NO " already on file "
                       "-- check voucherno.dat."
               NOT INVALID KEY
                   MOVE "K" TO TENDER-TYPE
                   MOVE VOUCHER-NO TO TENDER-VOUCHER-NO
                   MOVE 'Y' TO REFUND-TENDER-DONE
                   DISPLAY "Store-credit voucher " VOUCHER-NO
                       " issued for " VOUCHER-ORIGINAL-VALUE
                       ", valid until " VOUCHER-EXPIRY-DATE "."
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

       ENSURE-TENDER-LOG-EXISTS.
           OPEN INPUT TENDER-LOG.
           IF TENDER-LOG-STATUS = "35"
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

       LOAD-RECEIPT-LINES.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "35"
               " Returnable: " RETURNABLE-QTY
               " Price: " RL-PRICE (LIST-I).

       IDENTIFY-RETURN-ITEM.
           OPEN INPUT SHOP-FILE.
           PERFORM RESOLVE-SCAN-INPUT.
           IF SCAN-ITEM-FOUND = 'Y'
               MOVE ITEM-ID TO RETURN-ITEM-ID-INPUT
               IF NO-RECEIPT-RETURN = 'Y'
                   PERFORM NOTE-UNRECEIPTED-ITEM
               END-IF
           END-IF.
           CLOSE SHOP-FILE.

       NOTE-UNRECEIPTED-ITEM.
           PERFORM FIND-RECEIPT-LINE.
           IF ENTRY-FOUND = 'N'
               IF RECEIPT-LINE-COUNT < 50
                   ADD 1 TO RECEIPT-LINE-COUNT
                   MOVE RECEIPT-LINE-COUNT TO FOUND-IDX
                   MOVE ITEM-ID TO RL-ITEM-ID (FOUND-IDX)
                   MOVE ITEM-NAME TO RL-ITEM-NAME (FOUND-IDX)
                   MOVE 0 TO RL-SOLD-QTY (FOUND-IDX)
                   MOVE 0 TO RL-RETURNED-QTY (FOUND-IDX)
                   MOVE ITEM-PRICE TO RL-PRICE (FOUND-IDX)
                   MOVE ITEM-TAX-CATEGORY
                       TO RL-TAX-CATEGORY (FOUND-IDX)
               ELSE
                   DISPLAY "WARNING: more than 50 different items "
                       "-- finish this return and start another."
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

       ENTER-RETURN-LINE.
           PERFORM FIND-RECEIPT-LINE.
           IF ENTRY-FOUND = 'N'
               DISPLAY "Item " RETURN-ITEM-ID-INPUT
                   " is not on receipt " RECEIPT-NO-INPUT "."
           ELSE
               IF NO-RECEIPT-RETURN = 'Y'
                   MOVE 99999 TO RETURNABLE-QTY
               ELSE
                   COMPUTE RETURNABLE-QTY =
                       RL-SOLD-QTY (FOUND-IDX)
                       - RL-RETURNED-QTY (FOUND-IDX)
               END-IF
               DISPLAY "Enter quantity being returned: "
               ACCEPT RETURN-QTY-INPUT
               IF RETURN-QTY-INPUT = 0
                           " of this item can still be returned "
                           "on this receipt."
                   ELSE
                       PERFORM CHECK-REFUND-LIMIT
                       IF REFUND-LINE-OK = 'Y'
                           PERFORM PROCESS-RETURN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-REFUND-LIMIT.
           MOVE 'Y' TO REFUND-LINE-OK.
           COMPUTE REFUND-EXTENSION =
               RETURN-QTY-INPUT * RL-PRICE (FOUND-IDX).
           IF REFUND-HIGH-APPROVED = 'N'
               AND REFUND-TOTAL + REFUND-EXTENSION > REFUND-LIMIT
               COMPUTE AUTH-AMOUNT-EDITED =
                   REFUND-TOTAL + REFUND-EXTENSION
               DISPLAY "Refund would come to " AUTH-AMOUNT-EDITED
                   " -- over the " REFUND-LIMIT " limit."
               MOVE "REFUND-HIGH" TO AUTH-FUNCTION-WANTED
               MOVE 2 TO AUTH-DEFAULT-LEVEL
               MOVE SPACES TO AUTH-DETAIL
               STRING "RCPT " DELIMITED BY SIZE
                   RECEIPT-NO-INPUT DELIMITED BY SIZE
                   " REFUND " DELIMITED BY SIZE
                   AUTH-AMOUNT-EDITED DELIMITED BY SIZE
                   INTO AUTH-DETAIL
               END-STRING
               PERFORM CHECK-AUTHORITY
               IF AUTH-GRANTED = 'Y'
                   MOVE 'Y' TO REFUND-HIGH-APPROVED
               ELSE
                   MOVE 'N' TO REFUND-LINE-OK
                   DISPLAY "Line not refunded."
               END-IF
           END-IF.

       PROCESS-RETURN.
           OPEN I-O SHOP-FILE.
           MOVE RETURN-ITEM-ID-INPUT TO ITEM-ID.
           MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-OLD-WAREHOUSE.
           ADD RETURN-QTY-INPUT TO ITEM-STOCK.
           REWRITE SHOP-ITEM.
           IF ITEM-PERISHABLE = "Y"
               PERFORM RESTOCK-RETURNED-LOT
           END-IF.
           MOVE "REFUND" TO AUDIT-ACTION.
           MOVE ITEM-ID TO AUDIT-ITEM-ID.
           MOVE ITEM-NAME TO AUDIT-NEW-NAME.
               " = " REFUND-EXTENSION
               " -- stock is back to " ITEM-STOCK ".".

       RESTOCK-RETURNED-LOT.
           DISPLAY "Returned goods are dated stock.".
           PERFORM ACCEPT-EXPIRY-DATE.
           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID.
           MOVE RETURN-QTY-INPUT TO LOT-MOVE-QTY.
           MOVE "S" TO LOT-MOVE-TO.
           OPEN I-O LOT-FILE.
           PERFORM ADD-TO-LOT.
           CLOSE LOT-FILE.

       LOG-REFUND-SALE-LINE.
           ACCEPT SALE-REC-DATE FROM DATE YYYYMMDD.
           MOVE RL-ITEM-ID (FOUND-IDX) TO SALE-ITEM-ID.
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
