       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOT-MAINTENANCE.

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
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
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

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD LOT-FILE.
           COPY LOTREC.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 LOT-FILE-STATUS PIC XX.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 USER-CHOICE PIC 9.
       01 LOT-ITEM-ID-INPUT PIC 9(5).
       01 LOT-EXPIRY-INPUT PIC 9(8).
       01 LOT-SHOP-QTY-INPUT PIC 9(5).
       01 LOT-WAREHOUSE-QTY-INPUT PIC 9(5).
       01 SHOP-UNDATED-QTY PIC 9(5).
       01 WAREHOUSE-UNDATED-QTY PIC 9(5).
       01 LOT-SHOP-TOTAL PIC 9(7).
       01 LOT-WAREHOUSE-TOTAL PIC 9(7).
       01 LOT-COUNT PIC 9(5).
       01 LOT-SCAN-DONE PIC X.
       01 CONFIRM-RESPONSE PIC X.
       01 SIGNED-ON-OPERATOR PIC 9(4) VALUE 0.
       01 SIGNED-ON-LEVEL PIC 9 VALUE 0.
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "LOT-MAINTENANCE".
       01 AUTH-FUNCTION-WANTED PIC X(12).
       01 AUTH-DEFAULT-LEVEL PIC 9.
       01 AUTH-REQUIRED-LEVEL PIC 9.
       01 AUTH-DETAIL PIC X(30).
       01 AUTH-GRANTED PIC X.
       01 AUTH-OVERRIDE-RESPONSE PIC X.
       01 APPROVER-ID-ENTRY PIC 9(4).
       01 APPROVER-PIN-ENTRY PIC 9(4).
       01 APPROVER-LOCKED-OUT PIC X.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           PERFORM OPERATOR-SIGN-ON.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
           DISPLAY "LOT AND EXPIRY MAINTENANCE".
           DISPLAY "1. Record lots for an item".
           DISPLAY "2. View lots for an item".
           DISPLAY "3. Stop tracking lots for an item".
           DISPLAY "4. Exit".
           DISPLAY "Enter your choice: ".
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   MOVE "LOT-RECORD" TO AUTH-FUNCTION-WANTED
                   MOVE 2 TO AUTH-DEFAULT-LEVEL
                   MOVE "RECORD LOTS FOR AN ITEM" TO AUTH-DETAIL
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-GRANTED = 'Y'
                       PERFORM RECORD-ITEM-LOTS
                   END-IF
               WHEN 2
                   PERFORM VIEW-ITEM-LOTS
               WHEN 3
                   MOVE "LOT-STOP" TO AUTH-FUNCTION-WANTED
                   MOVE 2 TO AUTH-DEFAULT-LEVEL
                   MOVE "STOP LOT TRACKING FOR AN ITEM" TO AUTH-DETAIL
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-GRANTED = 'Y'
                       PERFORM STOP-ITEM-LOTS
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
           IF SHOP-FILE-STATUS = "35"
               OPEN OUTPUT SHOP-FILE
               CLOSE SHOP-FILE
           ELSE
               CLOSE SHOP-FILE
           END-IF.

       ENSURE-LOT-FILE-EXISTS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS = "35"
               OPEN OUTPUT LOT-FILE
               CLOSE LOT-FILE
           ELSE
               CLOSE LOT-FILE
           END-IF.

       OPERATOR-SIGN-ON.
           MOVE 0 TO SIGN-ON-ATTEMPTS.
           PERFORM UNTIL SIGNED-ON-OPERATOR NOT = 0
               OR SIGN-ON-ATTEMPTS >= 3
               ADD 1 TO SIGN-ON-ATTEMPTS
               DISPLAY "Enter Operator ID: "
               ACCEPT OPERATOR-ID-ENTRY
               DISPLAY "Enter PIN: "
               ACCEPT OPERATOR-PIN-ENTRY
               PERFORM CHECK-OPERATOR
           END-PERFORM.
           IF SIGNED-ON-OPERATOR = 0
               DISPLAY "Sign-on failed -- operators are set up via "
                   "operator-maintenance."
               STOP RUN
           END-IF.

       CHECK-OPERATOR.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               DISPLAY "Operator file not found: operator.dat -- "
                   "set operators up via operator-maintenance."
           ELSE
               MOVE OPERATOR-ID-ENTRY TO OPERATOR-ID
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

       RECORD-ITEM-LOTS.
           DISPLAY "Enter Item ID: ".
           ACCEPT LOT-ITEM-ID-INPUT.
           OPEN I-O SHOP-FILE.
           MOVE LOT-ITEM-ID-INPUT TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   PERFORM CAPTURE-ITEM-LOTS
           END-READ.
           CLOSE SHOP-FILE.

       CAPTURE-ITEM-LOTS.
           DISPLAY "Item " ITEM-ID " " ITEM-NAME.
           DISPLAY "Shop floor stock: " ITEM-STOCK
               " Warehouse stock: " ITEM-WAREHOUSE-STOCK.
           DISPLAY "Any lots already recorded for this item are "
               "replaced.".
           OPEN I-O LOT-FILE.
           PERFORM DROP-ITEM-LOTS.
           MOVE ITEM-STOCK TO SHOP-UNDATED-QTY.
           MOVE ITEM-WAREHOUSE-STOCK TO WAREHOUSE-UNDATED-QTY.
           PERFORM UNTIL SHOP-UNDATED-QTY = 0
               AND WAREHOUSE-UNDATED-QTY = 0
               DISPLAY "Still to date -- shop floor: "
                   SHOP-UNDATED-QTY " warehouse: "
                   WAREHOUSE-UNDATED-QTY
               PERFORM ACCEPT-EXPIRY-DATE
               PERFORM CAPTURE-ONE-LOT
           END-PERFORM.
           CLOSE LOT-FILE.
           MOVE "Y" TO ITEM-PERISHABLE.
           REWRITE SHOP-ITEM.
           DISPLAY "Lots recorded -- item " ITEM-ID
               " is now stocked by expiry date.".

       CAPTURE-ONE-LOT.
           MOVE 0 TO LOT-SHOP-QTY-INPUT.
           MOVE 0 TO LOT-WAREHOUSE-QTY-INPUT.
           IF SHOP-UNDATED-QTY > 0
               DISPLAY "Shop floor quantity with this expiry: "
               ACCEPT LOT-SHOP-QTY-INPUT
               IF LOT-SHOP-QTY-INPUT > SHOP-UNDATED-QTY
                   MOVE SHOP-UNDATED-QTY TO LOT-SHOP-QTY-INPUT
               END-IF
           END-IF.
           IF WAREHOUSE-UNDATED-QTY > 0
               DISPLAY "Warehouse quantity with this expiry: "
               ACCEPT LOT-WAREHOUSE-QTY-INPUT
               IF LOT-WAREHOUSE-QTY-INPUT > WAREHOUSE-UNDATED-QTY
                   MOVE WAREHOUSE-UNDATED-QTY
                       TO LOT-WAREHOUSE-QTY-INPUT
               END-IF
           END-IF.
           IF LOT-SHOP-QTY-INPUT = 0 AND LOT-WAREHOUSE-QTY-INPUT = 0
               DISPLAY "Nothing recorded against that date."
           ELSE
               MOVE ITEM-ID TO LOT-ITEM-ID
               MOVE LOT-EXPIRY-INPUT TO LOT-EXPIRY-DATE
               READ LOT-FILE
                   INVALID KEY
                       MOVE ITEM-ID TO LOT-ITEM-ID
                       MOVE LOT-EXPIRY-INPUT TO LOT-EXPIRY-DATE
                       MOVE LOT-SHOP-QTY-INPUT TO LOT-SHOP-QTY
                       MOVE LOT-WAREHOUSE-QTY-INPUT
                           TO LOT-WAREHOUSE-QTY
                       ACCEPT LOT-RECEIVED-DATE FROM DATE YYYYMMDD
                       WRITE LOT-RECORD
                   NOT INVALID KEY
                       ADD LOT-SHOP-QTY-INPUT TO LOT-SHOP-QTY
                       ADD LOT-WAREHOUSE-QTY-INPUT
                           TO LOT-WAREHOUSE-QTY
                       REWRITE LOT-RECORD
               END-READ
               SUBTRACT LOT-SHOP-QTY-INPUT FROM SHOP-UNDATED-QTY
               SUBTRACT LOT-WAREHOUSE-QTY-INPUT
                   FROM WAREHOUSE-UNDATED-QTY
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

       VIEW-ITEM-LOTS.
           DISPLAY "Enter Item ID: ".
           ACCEPT LOT-ITEM-ID-INPUT.
           OPEN INPUT SHOP-FILE.
           MOVE LOT-ITEM-ID-INPUT TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   PERFORM LIST-ITEM-LOTS
           END-READ.
           CLOSE SHOP-FILE.

       LIST-ITEM-LOTS.
           DISPLAY "Item " ITEM-ID " " ITEM-NAME
               " Perishable: " ITEM-PERISHABLE.
           DISPLAY "EXPIRY    SHOP  WAREHOUSE RECEIVED".
           MOVE 0 TO LOT-SHOP-TOTAL.
           MOVE 0 TO LOT-WAREHOUSE-TOTAL.
           MOVE 0 TO LOT-COUNT.
           OPEN INPUT LOT-FILE.
           MOVE ITEM-ID TO LOT-ITEM-ID.
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
                       IF LOT-ITEM-ID NOT = ITEM-ID
                           MOVE 'Y' TO LOT-SCAN-DONE
                       ELSE
                           DISPLAY LOT-EXPIRY-DATE " "
                               LOT-SHOP-QTY " " LOT-WAREHOUSE-QTY
                               "     " LOT-RECEIVED-DATE
                           ADD LOT-SHOP-QTY TO LOT-SHOP-TOTAL
                           ADD LOT-WAREHOUSE-QTY
                               TO LOT-WAREHOUSE-TOTAL
                           ADD 1 TO LOT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOT-FILE.
           DISPLAY "Lots: " LOT-COUNT " shop floor total: "
               LOT-SHOP-TOTAL " warehouse total: " LOT-WAREHOUSE-TOTAL.
           IF ITEM-PERISHABLE = "Y"
               IF LOT-SHOP-TOTAL = ITEM-STOCK
                   AND LOT-WAREHOUSE-TOTAL = ITEM-WAREHOUSE-STOCK
                   DISPLAY "Lots agree with item stock."
               ELSE
                   DISPLAY "Lots do not agree with item stock ("
                       ITEM-STOCK " / " ITEM-WAREHOUSE-STOCK
                       ") -- re-record them with option 1."
               END-IF
           END-IF.

       STOP-ITEM-LOTS.
           DISPLAY "Enter Item ID: ".
           ACCEPT LOT-ITEM-ID-INPUT.
           OPEN I-O SHOP-FILE.
           MOVE LOT-ITEM-ID-INPUT TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                   DISPLAY "Item not found."
               NOT INVALID KEY
                   DISPLAY "Stop tracking lots for " ITEM-NAME
                       " and delete its lots (Y/N)? "
                   ACCEPT CONFIRM-RESPONSE
                   IF CONFIRM-RESPONSE = "Y" OR CONFIRM-RESPONSE = "y"
                       OPEN I-O LOT-FILE
                       PERFORM DROP-ITEM-LOTS
                       CLOSE LOT-FILE
                       MOVE "N" TO ITEM-PERISHABLE
                       REWRITE SHOP-ITEM
                       DISPLAY "Lot tracking stopped for item "
                           ITEM-ID "."
                   ELSE
                       DISPLAY "No change made."
                   END-IF
           END-READ.
           CLOSE SHOP-FILE.

       DROP-ITEM-LOTS.
           MOVE ITEM-ID TO LOT-ITEM-ID.
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
                       IF LOT-ITEM-ID NOT = ITEM-ID
                           MOVE 'Y' TO LOT-SCAN-DONE
                       ELSE
                           DELETE LOT-FILE
                       END-IF
               END-READ
           END-PERFORM.
