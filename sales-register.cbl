               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT SALES-FILE ASSIGN TO "salesfile.dat"
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

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       FD SUSPENSE-WORK-FILE.
       01 SUSPENSE-WORK-RECORD.
           05 SUSP-WORK-ITEM-ID PIC 9(5).
           05 SUSP-WORK-REASON PIC X(2).
           05 SUSP-WORK-REC-DATE PIC 9(8).

       FD LOT-FILE.
           COPY LOTREC.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SALES-FILE-STATUS PIC XX.
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "SALES-REGISTER".
       01 AUTH-FUNCTION-WANTED PIC X(12).
       01 AUTH-DEFAULT-LEVEL PIC 9.
       01 AUTH-REQUIRED-LEVEL PIC 9.
       01 AUTH-DETAIL PIC X(30).
       01 AUTH-GRANTED PIC X.
       01 AUTH-OVERRIDE-RESPONSE PIC X.
       01 APPROVER-ID-ENTRY PIC 9(4).
       01 APPROVER-PIN-ENTRY PIC 9(4).
       01 APPROVER-LOCKED-OUT PIC X.
       01 TAX-CATEGORY-WORK PIC X.
       01 TAX-GROSS-WORK PIC 9(10)V99.
       01 TAX-AMOUNT-WORK PIC 9(8)V99.
       01 LOT-FILE-STATUS PIC XX.
       01 LOT-MOVE-ITEM-ID PIC 9(5).
       01 LOT-MOVE-QTY PIC 9(5).
       01 LOT-MOVE-FROM PIC X.
       01 LOT-MOVE-TO PIC X.
       01 LOT-REMAINING-QTY PIC 9(5).
       01 LOT-AVAILABLE-QTY PIC 9(5).
       01 LOT-TAKE-QTY PIC 9(5).
       01 LOT-SCAN-DONE PIC X.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               WHEN "REPROCESS"
                   PERFORM RUN-REPROCESS-SUSPENSE
               WHEN "WRITEOFF"
                   MOVE "SUSPENSE-WO" TO AUTH-FUNCTION-WANTED
                   MOVE 2 TO AUTH-DEFAULT-LEVEL
                   MOVE "WRITE OFF THE SUSPENSE FILE" TO AUTH-DETAIL
                   PERFORM CHECK-AUTHORITY
                   IF AUTH-GRANTED = 'Y'
                       PERFORM RUN-WRITEOFF-SUSPENSE
                   ELSE
                       DISPLAY "Suspense file not written off."
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown run mode: " RUN-MODE-ARG
                   DISPLAY "Valid run modes: REPROCESS, WRITEOFF, "
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

       RUN-NORMAL-REGISTER.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SALES-FILE.
                   "skipping sales register run."
               STOP RUN
           END-IF.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           OPEN I-O SHOP-FILE.
           OPEN I-O LOT-FILE.

           DISPLAY "SALES REGISTER REPORT".
           DISPLAY "ID    NAME                      QTY   PRICE  TOTAL".
           DISPLAY "GRAND TOTAL: " GRAND-TOTAL.

           CLOSE SALES-FILE.
           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.

           DISPLAY "Transactions applied: " APPLIED-COUNT.
           CLOSE SUSPENSE-FILE.

           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-LOT-FILE-EXISTS.
           OPEN I-O SHOP-FILE.
           OPEN I-O LOT-FILE.
           OPEN INPUT SUSPENSE-WORK-FILE.

           DISPLAY "SUSPENSE REPROCESS RUN".
           DISPLAY "GRAND TOTAL: " GRAND-TOTAL.

           CLOSE SUSPENSE-WORK-FILE.
           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.

           DISPLAY "Transactions applied: " APPLIED-COUNT.
                           TRANS-QTY * ITEM-PRICE
                       ADD EXTENDED-TOTAL TO GRAND-TOTAL
                       REWRITE SHOP-ITEM
                       IF ITEM-PERISHABLE = "Y"
                           MOVE ITEM-ID TO LOT-MOVE-ITEM-ID
                           MOVE TRANS-QTY TO LOT-MOVE-QTY
                           MOVE "S" TO LOT-MOVE-FROM
                           MOVE SPACE TO LOT-MOVE-TO
                           PERFORM TAKE-FROM-OLDEST-LOTS
                       END-IF
                       MOVE "SELL" TO AUDIT-ACTION
                       MOVE TRANS-ITEM-ID TO AUDIT-ITEM-ID
                       MOVE ITEM-NAME TO AUDIT-NEW-NAME
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
