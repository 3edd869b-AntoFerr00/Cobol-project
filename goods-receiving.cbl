               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO "poheader.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POH-PO-NUMBER
               FILE STATUS IS PO-HEADER-STATUS.
           SELECT PO-LINE-FILE ASSIGN TO "poline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS PO-LINE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT RECEIVED-LOG ASSIGN TO "receivedlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVED-LOG-STATUS.
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
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD PO-HEADER-FILE.
           COPY POHEADER.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD RECEIVED-LOG.
           COPY GRNREC.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       FD LOT-FILE.
           COPY LOTREC.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 PO-HEADER-STATUS PIC XX.
       01 PO-LINE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 RECEIVED-LOG-STATUS PIC XX.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "GOODS-RECEIVING".
       01 AUTH-FUNCTION-WANTED PIC X(12).
       01 AUTH-DEFAULT-LEVEL PIC 9.
       01 AUTH-REQUIRED-LEVEL PIC 9.
       01 AUTH-DETAIL PIC X(30).
       01 AUTH-GRANTED PIC X.
       01 AUTH-OVERRIDE-RESPONSE PIC X.
       01 APPROVER-ID-ENTRY PIC 9(4).
       01 APPROVER-PIN-ENTRY PIC 9(4).
       01 APPROVER-LOCKED-OUT PIC X.
       01 USER-CHOICE PIC 9.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE PIC 9(8).
       01 PO-NUMBER-INPUT PIC 9(6).
       01 CONFIRM-RESPONSE PIC X.
       01 PO-LINES-DONE PIC X.
       01 PO-OUTSTANDING-TOTAL PIC 9(7).
       01 PO-RECEIVED-TOTAL PIC 9(7).
       01 OPEN-PO-COUNT PIC 9(5).
       01 PO-STATE-TEXT PIC X(13).
       01 LINE-DUE-QTY PIC 9(5).
       01 RECEIVED-QTY-INPUT PIC 9(5).
       01 RECEIVED-COUNT PIC 9(5) VALUE 0.
       01 DISCREPANCY-COUNT PIC 9(5) VALUE 0.
               10 DC-RECEIVED-QTY PIC 9(5).
               10 DC-REASON PIC X(12).
       01 PRINT-I PIC 9(5).
       01 LOT-FILE-STATUS PIC XX.
       01 LOT-MOVE-ITEM-ID PIC 9(5).
       01 LOT-MOVE-QTY PIC 9(5).
       01 LOT-MOVE-TO PIC X.
       01 LOT-EXPIRY-INPUT PIC 9(8).
       01 LOT-UNDATED-QTY PIC 9(5).
       01 LOT-QTY-INPUT PIC 9(5).

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           PERFORM ENSURE-PO-FILES-EXIST.
           PERFORM OPERATOR-SIGN-ON.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "GOODS RECEIVING".
           DISPLAY "1. Receive a delivery against a purchase order".
           DISPLAY "2. List open purchase orders".
           DISPLAY "3. Cancel a purchase order".
           DISPLAY "4. Exit".
           DISPLAY "Enter your choice: ".
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM RECEIVE-AGAINST-PO
               WHEN 2
                   PERFORM LIST-OPEN-POS
               WHEN 3
                   MOVE "PO-CANCEL" TO AUTH-FUNCTION-WANTED
                   MOVE 2 TO AUTH-DEFAULT-LEVEL
                   MOVE "CANCEL A PURCHASE ORDER" TO AUTH-DETAIL
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-GRANTED = 'Y'
                       PERFORM CANCEL-PO
                   END-IF
               WHEN 4
                   DISPLAY "Exiting..."
                   STOP RUN
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.

           GO TO MAIN-LOOP.

       ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SHOP-FILE.
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

       ENSURE-PO-FILES-EXIST.
           OPEN INPUT PO-HEADER-FILE.
           IF PO-HEADER-STATUS = "35"
               OPEN OUTPUT PO-HEADER-FILE
               CLOSE PO-HEADER-FILE
           ELSE
               CLOSE PO-HEADER-FILE
           END-IF.
           OPEN INPUT PO-LINE-FILE.
           IF PO-LINE-STATUS = "35"
               OPEN OUTPUT PO-LINE-FILE
               CLOSE PO-LINE-FILE
           ELSE
               CLOSE PO-LINE-FILE
           END-IF.

       RECEIVE-AGAINST-PO.
           DISPLAY "Enter purchase order number: ".
           ACCEPT PO-NUMBER-INPUT.
           OPEN I-O PO-HEADER-FILE.
           MOVE PO-NUMBER-INPUT TO POH-PO-NUMBER.
           READ PO-HEADER-FILE
               INVALID KEY
                   DISPLAY "Purchase order not found: " PO-NUMBER-INPUT
                       " -- list open orders with option 2."
               NOT INVALID KEY
                   IF POH-STATUS = "C" OR POH-STATUS = "X"
                       PERFORM DESCRIBE-PO-STATE
                       DISPLAY "Purchase order " POH-PO-NUMBER
                           " is " PO-STATE-TEXT
                           " -- nothing to receive."
                   ELSE
                       PERFORM RECEIVE-PO-DELIVERY
                   END-IF
           END-READ.
           CLOSE PO-HEADER-FILE.

       RECEIVE-PO-DELIVERY.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO RECEIVED-COUNT.
           MOVE 0 TO DISCREPANCY-COUNT.
           MOVE 'N' TO WS-TABLE-FULL-WARNED.
           MOVE 0 TO PO-OUTSTANDING-TOTAL.
           MOVE 0 TO PO-RECEIVED-TOTAL.
           DISPLAY "Purchase order " POH-PO-NUMBER " supplier "
               POH-SUPPLIER-ID " ordered " POH-ORDER-DATE
               " expected " POH-EXPECTED-DATE.
           IF RUN-DATE > POH-EXPECTED-DATE
               DISPLAY "This delivery is late."
           END-IF.

           OPEN I-O SHOP-FILE.
           OPEN I-O LOT-FILE.
           OPEN I-O PO-LINE-FILE.
           MOVE POH-PO-NUMBER TO POL-PO-NUMBER.
           MOVE 0 TO POL-ITEM-ID.
           MOVE 'N' TO PO-LINES-DONE.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE 'Y' TO PO-LINES-DONE
           END-START.
           PERFORM UNTIL PO-LINES-DONE = 'Y'
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-LINES-DONE
                   NOT AT END
                       IF POL-PO-NUMBER NOT = POH-PO-NUMBER
                           MOVE 'Y' TO PO-LINES-DONE
                       ELSE
                           IF POL-OUTSTANDING-QTY > 0
                               PERFORM RECEIVE-ORDER-LINE
                           END-IF
                           ADD POL-OUTSTANDING-QTY
                               TO PO-OUTSTANDING-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-LINE-FILE.
           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.

           IF PO-OUTSTANDING-TOTAL = 0
               MOVE "C" TO POH-STATUS
               MOVE RUN-DATE TO POH-CLOSED-DATE
               DISPLAY "Purchase order " POH-PO-NUMBER
                   " fully received -- closed."
           ELSE
               IF PO-RECEIVED-TOTAL > 0
                   MOVE "P" TO POH-STATUS
               END-IF
               DISPLAY "Purchase order " POH-PO-NUMBER " stays open: "
                   PO-OUTSTANDING-TOTAL " units on backorder."
           END-IF.
           REWRITE PO-HEADER-RECORD.

           DISPLAY "Order lines received: " RECEIVED-COUNT.
           PERFORM PRINT-DISCREPANCY-LIST.
           DISPLAY "End of receiving.".

       RECEIVE-ORDER-LINE.
           MOVE POL-OUTSTANDING-QTY TO LINE-DUE-QTY.
           DISPLAY "Item " POL-ITEM-ID " " POL-ITEM-NAME.
           DISPLAY "Ordered: " POL-ORDERED-QTY
               " Received so far: " POL-RECEIVED-QTY
               " Outstanding: " POL-OUTSTANDING-QTY
               " -- enter quantity received: ".
           ACCEPT RECEIVED-QTY-INPUT.

           MOVE POL-ITEM-ID TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                   DISPLAY "Item not found on shopfile.dat: "
                       POL-ITEM-ID " -- line not booked in."
                   PERFORM RECORD-DISCREPANCY-NOT-FOUND
               NOT INVALID KEY
                   PERFORM BOOK-IN-ORDER-LINE
               MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-OLD-WAREHOUSE
               ADD RECEIVED-QTY-INPUT TO ITEM-WAREHOUSE-STOCK
               REWRITE SHOP-ITEM
               IF ITEM-PERISHABLE = "Y"
                   PERFORM BOOK-IN-DATED-LOTS
               END-IF
               MOVE "RECEIVE" TO AUDIT-ACTION
               MOVE ITEM-ID TO AUDIT-ITEM-ID
               MOVE ITEM-NAME TO AUDIT-NEW-NAME
               MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-NEW-WAREHOUSE
               PERFORM LOG-AUDIT
               ADD 1 TO RECEIVED-COUNT
               ADD RECEIVED-QTY-INPUT TO PO-RECEIVED-TOTAL
               ADD RECEIVED-QTY-INPUT TO POL-RECEIVED-QTY
               IF RECEIVED-QTY-INPUT < POL-OUTSTANDING-QTY
                   SUBTRACT RECEIVED-QTY-INPUT
                       FROM POL-OUTSTANDING-QTY
               ELSE
                   MOVE 0 TO POL-OUTSTANDING-QTY
               END-IF
               REWRITE PO-LINE-RECORD
               DISPLAY "Booked into the warehouse. New warehouse "
                   "stock: " ITEM-WAREHOUSE-STOCK
           END-IF.
           IF RECEIVED-QTY-INPUT NOT = LINE-DUE-QTY
               PERFORM RECORD-DISCREPANCY-SHORT
           END-IF.

       BOOK-IN-DATED-LOTS.
           DISPLAY "Perishable line -- record the expiry date of each "
               "batch delivered.".
           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID.
           MOVE "W" TO LOT-MOVE-TO.
           MOVE RECEIVED-QTY-INPUT TO LOT-UNDATED-QTY.
           PERFORM UNTIL LOT-UNDATED-QTY = 0
               PERFORM ACCEPT-EXPIRY-DATE
               DISPLAY "Quantity with this expiry (0 = all remaining "
                   LOT-UNDATED-QTY "): "
               ACCEPT LOT-QTY-INPUT
               IF LOT-QTY-INPUT = 0 OR LOT-QTY-INPUT > LOT-UNDATED-QTY
                   MOVE LOT-UNDATED-QTY TO LOT-QTY-INPUT
               END-IF
               MOVE LOT-QTY-INPUT TO LOT-MOVE-QTY
               PERFORM ADD-TO-LOT
               SUBTRACT LOT-QTY-INPUT FROM LOT-UNDATED-QTY
           END-PERFORM.

       DESCRIBE-PO-STATE.
           EVALUATE POH-STATUS
               WHEN "O"
                   MOVE "OPEN" TO PO-STATE-TEXT
               WHEN "P"
                   MOVE "PART RECEIVED" TO PO-STATE-TEXT
               WHEN "C"
                   MOVE "CLOSED" TO PO-STATE-TEXT
               WHEN "X"
                   MOVE "CANCELLED" TO PO-STATE-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO PO-STATE-TEXT
           END-EVALUATE.

       LIST-OPEN-POS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO OPEN-PO-COUNT.
           DISPLAY "OPEN PURCHASE ORDERS".
           DISPLAY "PO     SUPPLIER ORDERED  EXPECTED STATUS".
           OPEN INPUT PO-HEADER-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PO-HEADER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF POH-STATUS = "O" OR POH-STATUS = "P"
                           PERFORM LIST-ONE-OPEN-PO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-HEADER-FILE.
           DISPLAY "Open purchase orders: " OPEN-PO-COUNT.

       LIST-ONE-OPEN-PO.
           ADD 1 TO OPEN-PO-COUNT.
           PERFORM DESCRIBE-PO-STATE.
           IF RUN-DATE > POH-EXPECTED-DATE
               DISPLAY POH-PO-NUMBER " " POH-SUPPLIER-ID "    "
                   POH-ORDER-DATE " " POH-EXPECTED-DATE " "
                   PO-STATE-TEXT " LATE"
           ELSE
               DISPLAY POH-PO-NUMBER " " POH-SUPPLIER-ID "    "
                   POH-ORDER-DATE " " POH-EXPECTED-DATE " "
                   PO-STATE-TEXT
           END-IF.

       CANCEL-PO.
           DISPLAY "Enter purchase order number to cancel: ".
           ACCEPT PO-NUMBER-INPUT.
           OPEN I-O PO-HEADER-FILE.
           MOVE PO-NUMBER-INPUT TO POH-PO-NUMBER.
           READ PO-HEADER-FILE
               INVALID KEY
                   DISPLAY "Purchase order not found: " PO-NUMBER-INPUT
               NOT INVALID KEY
                   IF POH-STATUS = "C" OR POH-STATUS = "X"
                       PERFORM DESCRIBE-PO-STATE
                       DISPLAY "Purchase order " POH-PO-NUMBER
                           " is already " PO-STATE-TEXT "."
                   ELSE
                       DISPLAY "Cancel purchase order " POH-PO-NUMBER
                           " and drop its backorders (Y/N)? "
                       ACCEPT CONFIRM-RESPONSE
                       IF CONFIRM-RESPONSE = "Y"
                           OR CONFIRM-RESPONSE = "y"
                           PERFORM CANCEL-PO-CONFIRMED
                       ELSE
                           DISPLAY "No change made."
                       END-IF
                   END-IF
           END-READ.
           CLOSE PO-HEADER-FILE.

       CANCEL-PO-CONFIRMED.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO PO-OUTSTANDING-TOTAL.
           OPEN I-O PO-LINE-FILE.
           MOVE POH-PO-NUMBER TO POL-PO-NUMBER.
           MOVE 0 TO POL-ITEM-ID.
           MOVE 'N' TO PO-LINES-DONE.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE 'Y' TO PO-LINES-DONE
           END-START.
           PERFORM UNTIL PO-LINES-DONE = 'Y'
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-LINES-DONE
                   NOT AT END
                       IF POL-PO-NUMBER NOT = POH-PO-NUMBER
                           MOVE 'Y' TO PO-LINES-DONE
                       ELSE
                           ADD POL-OUTSTANDING-QTY
                               TO PO-OUTSTANDING-TOTAL
                           MOVE 0 TO POL-OUTSTANDING-QTY
                           REWRITE PO-LINE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-LINE-FILE.
           MOVE "X" TO POH-STATUS.
           MOVE RUN-DATE TO POH-CLOSED-DATE.
           REWRITE PO-HEADER-RECORD.
           DISPLAY "Purchase order " POH-PO-NUMBER " cancelled -- "
               PO-OUTSTANDING-TOTAL " units no longer on order.".

       LOG-RECEIVED-LINE.
           ACCEPT GRN-REC-DATE FROM DATE YYYYMMDD.
           MOVE POL-ITEM-ID TO GRN-ITEM-ID.
           MOVE POL-ITEM-NAME TO GRN-ITEM-NAME.
           MOVE LINE-DUE-QTY TO GRN-ORDERED-QTY.
           MOVE RECEIVED-QTY-INPUT TO GRN-RECEIVED-QTY.
           MOVE POH-SUPPLIER-ID TO GRN-SUPPLIER-ID.
           MOVE POH-PO-NUMBER TO GRN-PO-NUMBER.
           PERFORM ENSURE-RECEIVED-LOG-EXISTS.
           OPEN EXTEND RECEIVED-LOG.
           WRITE GRN-RECORD.
           IF DISCREPANCY-COUNT < 500
               ADD 1 TO DISCREPANCY-COUNT
               SET DC-IDX TO DISCREPANCY-COUNT
               MOVE POL-ITEM-ID TO DC-ITEM-ID (DC-IDX)
               MOVE POL-ITEM-NAME TO DC-ITEM-NAME (DC-IDX)
               MOVE LINE-DUE-QTY TO DC-ORDERED-QTY (DC-IDX)
               MOVE 0 TO DC-RECEIVED-QTY (DC-IDX)
               MOVE "NOT ON FILE" TO DC-REASON (DC-IDX)
           ELSE
           IF DISCREPANCY-COUNT < 500
               ADD 1 TO DISCREPANCY-COUNT
               SET DC-IDX TO DISCREPANCY-COUNT
               MOVE POL-ITEM-ID TO DC-ITEM-ID (DC-IDX)
               MOVE POL-ITEM-NAME TO DC-ITEM-NAME (DC-IDX)
               MOVE LINE-DUE-QTY TO DC-ORDERED-QTY (DC-IDX)
               MOVE RECEIVED-QTY-INPUT TO DC-RECEIVED-QTY (DC-IDX)
               IF RECEIVED-QTY-INPUT < LINE-DUE-QTY
                   MOVE "BACKORDERED" TO DC-REASON (DC-IDX)
               ELSE
                   MOVE "OVER" TO DC-REASON (DC-IDX)
               END-IF
                   "purchase order."
           ELSE
               DISPLAY "DISCREPANCY LIST (RECEIVED DIFFERS FROM "
                   "OUTSTANDING -- SHORTFALLS STAY ON ORDER)"
               PERFORM PRINT-DISCREPANCY-LINE
                   VARYING PRINT-I FROM 1 BY 1
                   UNTIL PRINT-I > DISCREPANCY-COUNT
       PRINT-DISCREPANCY-LINE.
           DISPLAY "ID: " DC-ITEM-ID (PRINT-I)
               " Name: " DC-ITEM-NAME (PRINT-I)
               " Due: " DC-ORDERED-QTY (PRINT-I)
               " Received: " DC-RECEIVED-QTY (PRINT-I)
               " Reason: " DC-REASON (PRINT-I).

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
