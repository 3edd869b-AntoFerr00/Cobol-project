               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "countsheet.dat"
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
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.
           SELECT REASON-FILE ASSIGN TO "reasoncode.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REASON-CODE
               FILE STATUS IS REASON-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "writeofflog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       FD LOT-FILE.
           COPY LOTREC.

       FD REASON-FILE.
           COPY REASONCD.

       FD WRITE-OFF-FILE.
           COPY WRITEOFF.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 COUNT-SHEET-STATUS PIC XX.
               10 CT-ITEM-NAME PIC X(30).
               10 CT-COUNTED-QTY PIC 9(5).
       01 POST-I PIC 9(5).
       01 SCAN-INPUT PIC X(13).
       01 SCAN-ITEM-FOUND PIC X.
       01 SCAN-DONE PIC X.
       01 COUNT-ENTRY-FOUND PIC X.
       01 OPERATOR-FILE-STATUS PIC XX.
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
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "STOCKTAKE".
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
       01 REASON-FILE-STATUS PIC XX.
       01 WRITE-OFF-FILE-STATUS PIC XX.
       01 WRITE-OFF-LIMIT PIC 9(5)V99 VALUE 50.00.
       01 WRITE-OFF-LOCATION PIC X.
       01 WRITE-OFF-QTY PIC 9(5).
       01 WRITE-OFF-AVAILABLE PIC 9(5).
       01 WRITE-OFF-VALUE PIC 9(10)V99.
       01 WRITE-OFF-REASON PIC X(4).
       01 WRITE-OFF-OK PIC X.

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           PERFORM OPERATOR-SIGN-ON.
           GO TO MAIN-LOOP.

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

       MAIN-LOOP.
           DISPLAY "STOCKTAKE / CYCLE COUNT".
           DISPLAY "1. Export count sheet".
           DISPLAY "2. Enter counts".
           DISPLAY "3. Variance report and post adjustments".
           DISPLAY "4. Exit".
           DISPLAY "5. Enter counts by scanning".
           DISPLAY "6. Write off damaged, out-of-date or stolen stock".
           DISPLAY "Enter your choice: ".
           ACCEPT USER-CHOICE.

               WHEN 4
                   DISPLAY "Exiting..."
                   STOP RUN
               WHEN 5
                   PERFORM ENTER-SCANNED-COUNTS
               WHEN 6
                   PERFORM WRITE-OFF-STOCK
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
           WRITE COUNT-ENTRY-RECORD.
           ADD 1 TO ENTERED-COUNT.

       ENTER-SCANNED-COUNTS.
           MOVE 0 TO COUNT-TABLE-COUNT.
           MOVE 'N' TO WS-TABLE-FULL-WARNED.
           OPEN INPUT SHOP-FILE.
           MOVE 'N' TO SCAN-DONE.
           PERFORM UNTIL SCAN-DONE = 'Y'
               DISPLAY "Scan barcode or enter Item ID (0 to finish): "
               MOVE SPACES TO SCAN-INPUT
               ACCEPT SCAN-INPUT
               MOVE FUNCTION TRIM(SCAN-INPUT) TO SCAN-INPUT
               IF SCAN-INPUT = "0" OR SCAN-INPUT = SPACES
                   MOVE 'Y' TO SCAN-DONE
               ELSE
                   PERFORM ENTER-ONE-SCANNED-COUNT
               END-IF
           END-PERFORM.
           CLOSE SHOP-FILE.
           IF COUNT-TABLE-COUNT = 0
               DISPLAY "Nothing counted -- countentry.dat left "
                   "unchanged."
           ELSE
               OPEN OUTPUT COUNT-ENTRY-FILE
               PERFORM WRITE-SCANNED-COUNT
                   VARYING POST-I FROM 1 BY 1
                   UNTIL POST-I > COUNT-TABLE-COUNT
               CLOSE COUNT-ENTRY-FILE
               DISPLAY "Counts recorded: countentry.dat ("
                   COUNT-TABLE-COUNT " items). Items not scanned "
                   "are left out of the variance."
           END-IF.

       ENTER-ONE-SCANNED-COUNT.
           PERFORM RESOLVE-SCAN-INPUT.
           IF SCAN-ITEM-FOUND = 'Y'
               DISPLAY "Item " ITEM-ID " " ITEM-NAME
               DISPLAY "Enter counted quantity: "
               ACCEPT COUNTED-QTY-INPUT
               PERFORM ADD-SCANNED-COUNT
           END-IF.

       ADD-SCANNED-COUNT.
           MOVE 'N' TO COUNT-ENTRY-FOUND.
           PERFORM VARYING POST-I FROM 1 BY 1
               UNTIL POST-I > COUNT-TABLE-COUNT
                   OR COUNT-ENTRY-FOUND = 'Y'
               IF CT-ITEM-ID (POST-I) = ITEM-ID
                   MOVE 'Y' TO COUNT-ENTRY-FOUND
                   ADD COUNTED-QTY-INPUT TO CT-COUNTED-QTY (POST-I)
                   DISPLAY "Item counted again -- total now "
                       CT-COUNTED-QTY (POST-I)
               END-IF
           END-PERFORM.
           IF COUNT-ENTRY-FOUND = 'N'
               IF COUNT-TABLE-COUNT < 500
                   ADD 1 TO COUNT-TABLE-COUNT
                   SET CT-IDX TO COUNT-TABLE-COUNT
                   MOVE ITEM-ID TO CT-ITEM-ID (CT-IDX)
                   MOVE ITEM-NAME TO CT-ITEM-NAME (CT-IDX)
                   MOVE COUNTED-QTY-INPUT TO CT-COUNTED-QTY (CT-IDX)
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 items counted "
                           "-- further items not recorded."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-SCANNED-COUNT.
           MOVE CT-ITEM-ID (POST-I) TO CE-ITEM-ID.
           MOVE CT-ITEM-NAME (POST-I) TO CE-ITEM-NAME.
           MOVE CT-COUNTED-QTY (POST-I) TO CE-COUNTED-QTY.
           WRITE COUNT-ENTRY-RECORD.

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

       VARIANCE-AND-POST.
           OPEN INPUT COUNT-ENTRY-FILE.
           IF COUNT-ENTRY-STATUS = "35"
                   DISPLAY "No variances -- book stock matches the "
                       "count, nothing to post."
               ELSE
                   MOVE "COUNT-POST" TO AUTH-FUNCTION-WANTED
                   MOVE 2 TO AUTH-DEFAULT-LEVEL
                   MOVE SPACES TO AUTH-DETAIL
                   STRING "POST " DELIMITED BY SIZE
                       VARIANCE-LINE-COUNT DELIMITED BY SIZE
                       " VARIANCE LINES" DELIMITED BY SIZE
                       INTO AUTH-DETAIL
                   END-STRING
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-GRANTED NOT = 'Y'
                       DISPLAY "Variance adjustments not posted."
                   ELSE
                       DISPLAY "Post these adjustments? (Y/N): "
                       ACCEPT CONFIRM-RESPONSE
       POST-ADJUSTMENTS.
           MOVE 0 TO POSTED-COUNT.
           OPEN I-O SHOP-FILE.
           OPEN I-O LOT-FILE.
           PERFORM POST-ONE-ADJUSTMENT
               VARYING POST-I FROM 1 BY 1
               UNTIL POST-I > COUNT-TABLE-COUNT.
           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.
           DISPLAY "Adjustments posted: " POSTED-COUNT ".".

                       MOVE REORDER-LEVEL TO AUDIT-OLD-REORDER
                       MOVE ITEM-WAREHOUSE-STOCK
                           TO AUDIT-OLD-WAREHOUSE
                       IF ITEM-PERISHABLE = "Y"
                           PERFORM ADJUST-ITEM-LOTS
                       END-IF
                       MOVE CT-COUNTED-QTY (POST-I) TO ITEM-STOCK
                       REWRITE SHOP-ITEM
                       MOVE "COUNT-ADJ" TO AUDIT-ACTION
                   END-IF
           END-READ.

       ADJUST-ITEM-LOTS.
           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID.
           MOVE "S" TO LOT-MOVE-FROM.
           MOVE SPACE TO LOT-MOVE-TO.
           IF CT-COUNTED-QTY (POST-I) < ITEM-STOCK
               COMPUTE LOT-MOVE-QTY =
                   ITEM-STOCK - CT-COUNTED-QTY (POST-I)
               PERFORM TAKE-FROM-OLDEST-LOTS
           ELSE
               COMPUTE LOT-MOVE-QTY =
                   CT-COUNTED-QTY (POST-I) - ITEM-STOCK
               MOVE "S" TO LOT-MOVE-TO
               DISPLAY "Item " ITEM-ID " " ITEM-NAME " is "
                   LOT-MOVE-QTY " over on the shop floor."
               PERFORM ACCEPT-EXPIRY-DATE
               PERFORM ADD-TO-LOT
           END-IF.

       WRITE-OFF-STOCK.
           MOVE 'Y' TO WRITE-OFF-OK.
           DISPLAY "Scan barcode or enter Item ID: ".
           MOVE SPACES TO SCAN-INPUT.
           ACCEPT SCAN-INPUT.
           OPEN I-O SHOP-FILE.
           PERFORM RESOLVE-SCAN-INPUT.
           IF SCAN-ITEM-FOUND NOT = 'Y'
               MOVE 'N' TO WRITE-OFF-OK
           ELSE
               DISPLAY "Item: " ITEM-NAME " Shop floor: " ITEM-STOCK
                   " Warehouse: " ITEM-WAREHOUSE-STOCK
               PERFORM ACCEPT-WRITE-OFF-DETAILS
           END-IF.
           IF WRITE-OFF-OK = 'Y'
               PERFORM CHECK-WRITE-OFF-REASON
           END-IF.
           IF WRITE-OFF-OK = 'Y'
               COMPUTE WRITE-OFF-VALUE = WRITE-OFF-QTY * ITEM-COST
               DISPLAY "Write-off value at cost: " WRITE-OFF-VALUE
               PERFORM CHECK-WRITE-OFF-AUTHORITY
           END-IF.
           IF WRITE-OFF-OK = 'Y'
               DISPLAY "Write off " WRITE-OFF-QTY " of " ITEM-NAME
                   "? (Y/N): "
               ACCEPT CONFIRM-RESPONSE
               IF FUNCTION UPPER-CASE(CONFIRM-RESPONSE) = "Y"
                   PERFORM POST-WRITE-OFF
               ELSE
                   DISPLAY "Write-off cancelled."
               END-IF
           END-IF.
           CLOSE SHOP-FILE.

       CHECK-WRITE-OFF-AUTHORITY.
           IF WRITE-OFF-VALUE > WRITE-OFF-LIMIT
               DISPLAY "Write-off is over the " WRITE-OFF-LIMIT
                   " limit."
               MOVE "WRITE-OFF-HI" TO AUTH-FUNCTION-WANTED
               MOVE 2 TO AUTH-DEFAULT-LEVEL
           ELSE
               MOVE "WRITE-OFF" TO AUTH-FUNCTION-WANTED
               MOVE 1 TO AUTH-DEFAULT-LEVEL
           END-IF.
           MOVE WRITE-OFF-VALUE TO AUTH-AMOUNT-EDITED.
           MOVE SPACES TO AUTH-DETAIL.
           STRING "ITEM " DELIMITED BY SIZE
               ITEM-ID DELIMITED BY SIZE
               " VALUE " DELIMITED BY SIZE
               AUTH-AMOUNT-EDITED DELIMITED BY SIZE
               INTO AUTH-DETAIL
           END-STRING.
           PERFORM CHECK-AUTHORITY.
           IF AUTH-GRANTED NOT = 'Y'
               DISPLAY "Not written off."
               MOVE 'N' TO WRITE-OFF-OK
           END-IF.

       ACCEPT-WRITE-OFF-DETAILS.
           DISPLAY "Location (S=shop floor W=warehouse): ".
           ACCEPT WRITE-OFF-LOCATION.
           MOVE FUNCTION UPPER-CASE(WRITE-OFF-LOCATION)
               TO WRITE-OFF-LOCATION.
           EVALUATE WRITE-OFF-LOCATION
               WHEN "S"
                   MOVE ITEM-STOCK TO WRITE-OFF-AVAILABLE
               WHEN "W"
                   MOVE ITEM-WAREHOUSE-STOCK TO WRITE-OFF-AVAILABLE
               WHEN OTHER
                   DISPLAY "Location must be S or W."
                   MOVE 'N' TO WRITE-OFF-OK
           END-EVALUATE.
           IF WRITE-OFF-OK = 'Y'
               DISPLAY "Quantity to write off: "
               ACCEPT WRITE-OFF-QTY
               IF WRITE-OFF-QTY = 0
                   DISPLAY "Nothing to write off."
                   MOVE 'N' TO WRITE-OFF-OK
               ELSE
                   IF WRITE-OFF-QTY > WRITE-OFF-AVAILABLE
                       DISPLAY "Only " WRITE-OFF-AVAILABLE
                           " held at that location."
                       MOVE 'N' TO WRITE-OFF-OK
                   END-IF
               END-IF
           END-IF.

       CHECK-WRITE-OFF-REASON.
           DISPLAY "Reason code: ".
           MOVE SPACES TO WRITE-OFF-REASON.
           ACCEPT WRITE-OFF-REASON.
           MOVE FUNCTION UPPER-CASE(WRITE-OFF-REASON)
               TO WRITE-OFF-REASON.
           OPEN INPUT REASON-FILE.
           IF REASON-FILE-STATUS = "35"
               DISPLAY "Reason code file not found: reasoncode.dat -- "
                   "set reasons up via reason-maintenance."
               MOVE 'N' TO WRITE-OFF-OK
           ELSE
               MOVE WRITE-OFF-REASON TO REASON-CODE
               READ REASON-FILE
                   INVALID KEY
                       DISPLAY "Unknown reason code: " WRITE-OFF-REASON
                       MOVE 'N' TO WRITE-OFF-OK
                   NOT INVALID KEY
                       DISPLAY "Reason: " REASON-DESCRIPTION
               END-READ
               CLOSE REASON-FILE
           END-IF.

       POST-WRITE-OFF.
           MOVE ITEM-NAME TO AUDIT-OLD-NAME.
           MOVE ITEM-PRICE TO AUDIT-OLD-PRICE.
           MOVE ITEM-STOCK TO AUDIT-OLD-STOCK.
           MOVE REORDER-LEVEL TO AUDIT-OLD-REORDER.
           MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-OLD-WAREHOUSE.
           IF ITEM-PERISHABLE = "Y"
               MOVE ITEM-ID TO LOT-MOVE-ITEM-ID
               MOVE WRITE-OFF-QTY TO LOT-MOVE-QTY
               MOVE WRITE-OFF-LOCATION TO LOT-MOVE-FROM
               MOVE SPACE TO LOT-MOVE-TO
               OPEN I-O LOT-FILE
               PERFORM TAKE-FROM-OLDEST-LOTS
               CLOSE LOT-FILE
           END-IF.
           IF WRITE-OFF-LOCATION = "S"
               SUBTRACT WRITE-OFF-QTY FROM ITEM-STOCK
           ELSE
               SUBTRACT WRITE-OFF-QTY FROM ITEM-WAREHOUSE-STOCK
           END-IF.
           REWRITE SHOP-ITEM.
           MOVE "WRITE-OFF" TO AUDIT-ACTION.
           MOVE ITEM-ID TO AUDIT-ITEM-ID.
           MOVE ITEM-NAME TO AUDIT-NEW-NAME.
           MOVE ITEM-PRICE TO AUDIT-NEW-PRICE.
           MOVE ITEM-STOCK TO AUDIT-NEW-STOCK.
           MOVE REORDER-LEVEL TO AUDIT-NEW-REORDER.
           MOVE ITEM-WAREHOUSE-STOCK TO AUDIT-NEW-WAREHOUSE.
           PERFORM LOG-AUDIT.
           PERFORM LOG-WRITE-OFF.
           DISPLAY "Written off.".

       LOG-WRITE-OFF.
           MOVE AUDIT-TIMESTAMP TO WO-TIMESTAMP.
           MOVE ITEM-ID TO WO-ITEM-ID.
           MOVE ITEM-NAME TO WO-ITEM-NAME.
           MOVE WRITE-OFF-QTY TO WO-QTY.
           MOVE WRITE-OFF-LOCATION TO WO-LOCATION.
           MOVE WRITE-OFF-REASON TO WO-REASON-CODE.
           MOVE ITEM-COST TO WO-UNIT-COST.
           MOVE ITEM-SUPPLIER-ID TO WO-SUPPLIER-ID.
           MOVE SIGNED-ON-OPERATOR TO WO-OPERATOR-ID.
           PERFORM ENSURE-WRITE-OFF-FILE-EXISTS.
           OPEN EXTEND WRITE-OFF-FILE.
           WRITE WRITE-OFF-RECORD.
           CLOSE WRITE-OFF-FILE.

       ENSURE-WRITE-OFF-FILE-EXISTS.
           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "35"
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
           ELSE
               CLOSE WRITE-OFF-FILE
           END-IF.

       LOG-AUDIT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO AUDIT-TIMESTAMP.
           MOVE SIGNED-ON-OPERATOR TO AUDIT-OPERATOR-ID.
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
