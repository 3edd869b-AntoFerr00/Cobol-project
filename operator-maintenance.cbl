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
       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       WORKING-STORAGE SECTION.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 USER-CHOICE PIC 9.
       01 OPERATOR-ID-ENTRY PIC 9(4).
       01 OPERATOR-PIN-ENTRY PIC 9(4).
       01 SIGN-ON-ATTEMPTS PIC 9.
       01 OPERATOR-LOCKOUT-LIMIT PIC 9 VALUE 3.
       01 NEW-PIN-ENTRY PIC 9(4).
       01 NEW-PIN-CONFIRM PIC 9(4).
       01 AUTHORITY-FILE-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "OPERATOR-MAINTENANCE".
       01 AUTH-FUNCTION-WANTED PIC X(12).
       01 AUTH-DEFAULT-LEVEL PIC 9.
       01 AUTH-REQUIRED-LEVEL PIC 9.
       01 AUTH-DETAIL PIC X(30).
       01 AUTH-GRANTED PIC X.
       01 AUTH-OVERRIDE-RESPONSE PIC X.
       01 APPROVER-ID-ENTRY PIC 9(4).
       01 APPROVER-PIN-ENTRY PIC 9(4).
       01 APPROVER-LOCKED-OUT PIC X.
       01 AUTH-FUNCTION-INPUT PIC X(12).
       01 AUTH-DESCRIPTION-INPUT PIC X(30).
       01 AUTH-LEVEL-INPUT PIC 9.
       01 AUTH-OLD-LEVEL PIC 9.

       PROCEDURE DIVISION.
       PROGRAM-START.
           ACCEPT BATCH-MODE-ARG FROM COMMAND-LINE.
           PERFORM ENSURE-OPERATOR-FILE-EXISTS.
           PERFORM ENSURE-AUTHORITY-FILE-EXISTS.
           IF BATCH-MODE-ARG NOT = SPACES
               PERFORM RUN-BATCH-MODE
               STOP RUN
           PERFORM CHECK-ANY-OPERATORS.
           IF OPERATORS-ON-FILE = 'Y'
               PERFORM OPERATOR-SIGN-ON
               MOVE "OPERATOR-MNT" TO AUTH-FUNCTION-WANTED
               MOVE 2 TO AUTH-DEFAULT-LEVEL
               MOVE "OPERATOR MAINTENANCE" TO AUTH-DETAIL
               PERFORM CHECK-AUTHORITY
               IF AUTH-GRANTED NOT = 'Y'
                   DISPLAY "Operator maintenance is not open to "
                       "this sign-on."
                   STOP RUN
               END-IF
           ELSE
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

       RUN-BATCH-MODE.
           EVALUATE FUNCTION UPPER-CASE(BATCH-MODE-ARG)
               WHEN "VIEW"
                   PERFORM VIEW-OPERATORS
               WHEN "AUTHORITY"
                   PERFORM VIEW-AUTHORITY
               WHEN OTHER
                   DISPLAY "Unknown batch mode: " BATCH-MODE-ARG
                   DISPLAY "Valid batch modes: VIEW, AUTHORITY"
           END-EVALUATE.

       ENSURE-OPERATOR-FILE-EXISTS.
               CLOSE OPERATOR-FILE
           END-IF.

       ENSURE-AUTHORITY-FILE-EXISTS.
           OPEN INPUT AUTHORITY-FILE.
           IF AUTHORITY-FILE-STATUS = "35"
               OPEN OUTPUT AUTHORITY-FILE
               PERFORM SEED-AUTHORITY-TABLE
               CLOSE AUTHORITY-FILE
           ELSE
               CLOSE AUTHORITY-FILE
           END-IF.

       SEED-AUTHORITY-TABLE.
           MOVE "REMOVE-ITEM" TO AUTH-FUNCTION.
           MOVE "REMOVE AN ITEM FROM FILE" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "NO-TENDER" TO AUTH-FUNCTION.
           MOVE "CLOSE A SALE WITH NO TENDER" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "REFUND" TO AUTH-FUNCTION.
           MOVE "TAKE A RETURN AND REFUND" TO AUTH-DESCRIPTION.
           MOVE 1 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "REFUND-HIGH" TO AUTH-FUNCTION.
           MOVE "REFUND OVER THE REFUND LIMIT" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "NO-RECEIPT" TO AUTH-FUNCTION.
           MOVE "RETURN WITHOUT A RECEIPT" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "TRANSFER" TO AUTH-FUNCTION.
           MOVE "MOVE STOCK SHOP / WAREHOUSE" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "PRICE-CHANGE" TO AUTH-FUNCTION.
           MOVE "ENTER A PRICE CHANGE" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "PROMOTION" TO AUTH-FUNCTION.
           MOVE "ENTER A PROMOTION" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "COUNT-POST" TO AUTH-FUNCTION.
           MOVE "POST STOCKTAKE VARIANCES" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "WRITE-OFF" TO AUTH-FUNCTION.
           MOVE "WRITE OFF STOCK UP TO LIMIT" TO AUTH-DESCRIPTION.
           MOVE 1 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "WRITE-OFF-HI" TO AUTH-FUNCTION.
           MOVE "WRITE OFF STOCK OVER LIMIT" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "PO-CANCEL" TO AUTH-FUNCTION.
           MOVE "CANCEL A PURCHASE ORDER" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "LOT-RECORD" TO AUTH-FUNCTION.
           MOVE "RECORD LOTS FOR AN ITEM" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "LOT-STOP" TO AUTH-FUNCTION.
           MOVE "STOP LOT TRACKING FOR AN ITEM" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "SUSPENSE-WO" TO AUTH-FUNCTION.
           MOVE "WRITE OFF THE SALES SUSPENSE" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.
           MOVE "OPERATOR-MNT" TO AUTH-FUNCTION.
           MOVE "OPERATOR AND AUTHORITY UPKEEP" TO AUTH-DESCRIPTION.
           MOVE 2 TO AUTH-MIN-LEVEL.
           WRITE AUTHORITY-RECORD.

       MAIN-LOOP.
           DISPLAY "OPERATOR MAINTENANCE".
           DISPLAY "1. Add Operator".
           DISPLAY "3. Remove Operator".
           DISPLAY "4. Exit".
           DISPLAY "5. Update Operator".
           DISPLAY "6. Unlock Operator / Reset PIN".
           DISPLAY "7. View Function Authority Levels".
           DISPLAY "8. Set Function Authority Level".
           DISPLAY "9. Remove Function Authority Level".
           DISPLAY "Enter your choice: ".
           ACCEPT USER-CHOICE.

                   STOP RUN
               WHEN 5
                   PERFORM UPDATE-OPERATOR
               WHEN 6
                   PERFORM UNLOCK-OPERATOR
               WHEN 7
                   PERFORM VIEW-AUTHORITY
               WHEN 8
                   PERFORM SET-AUTHORITY
               WHEN 9
                   PERFORM REMOVE-AUTHORITY
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.
           ACCEPT OPERATOR-NAME-INPUT.
           DISPLAY "Enter PIN (4 digits): ".
           ACCEPT OPERATOR-PIN-INPUT.
           DISPLAY "Enter Access Level (1=clerk 2=supervisor "
               "3=manager): ".
           ACCEPT OPERATOR-LEVEL-INPUT.

           IF OPERATOR-ID-INPUT = 0
               MOVE OPERATOR-NAME-INPUT TO OPERATOR-NAME
               MOVE OPERATOR-PIN-INPUT TO OPERATOR-PIN
               MOVE OPERATOR-LEVEL-INPUT TO OPERATOR-LEVEL
               MOVE 0 TO OPERATOR-FAILED-COUNT
               MOVE "A" TO OPERATOR-STATUS
               MOVE "Y" TO OPERATOR-PIN-CHANGE
               OPEN I-O OPERATOR-FILE
               WRITE OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY "Operator ID already exists."
                   NOT INVALID KEY
                       DISPLAY "Operator added successfully! "
                           "The PIN must be changed at first "
                           "sign-on."
               END-WRITE
               CLOSE OPERATOR-FILE
           END-IF.
                       DISPLAY "ID: " OPERATOR-ID
                           " Name: " OPERATOR-NAME
                           " Level: " OPERATOR-LEVEL
                           " Status: " OPERATOR-STATUS
                           " Failed PINs: " OPERATOR-FAILED-COUNT
                           " PIN change due: " OPERATOR-PIN-CHANGE
               END-READ
           END-PERFORM.

                   DISPLAY "Enter PIN (4 digits): "
                   ACCEPT OPERATOR-PIN-INPUT
                   DISPLAY "Enter Access Level (1=clerk "
                       "2=supervisor 3=manager): "
                   ACCEPT OPERATOR-LEVEL-INPUT
                   MOVE OPERATOR-NAME-INPUT TO OPERATOR-NAME
                   IF OPERATOR-PIN-INPUT NOT = OPERATOR-PIN
                       MOVE "Y" TO OPERATOR-PIN-CHANGE
                       DISPLAY "New PIN must be changed at the next "
                           "sign-on."
                   END-IF
                   MOVE OPERATOR-PIN-INPUT TO OPERATOR-PIN
                   MOVE OPERATOR-LEVEL-INPUT TO OPERATOR-LEVEL
                   REWRITE OPERATOR-RECORD
                   DISPLAY "Operator updated successfully."
           END-READ.
           CLOSE OPERATOR-FILE.

       UNLOCK-OPERATOR.
           DISPLAY "Enter the Operator ID to unlock or reset: ".
           ACCEPT OPERATOR-ID-INPUT.

           OPEN I-O OPERATOR-FILE.
           MOVE OPERATOR-ID-INPUT TO OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator not found."
               NOT INVALID KEY
                   DISPLAY "Name: " OPERATOR-NAME
                       " Status: " OPERATOR-STATUS
                       " Failed PINs: " OPERATOR-FAILED-COUNT
                   DISPLAY "Enter new temporary PIN (0 to keep the "
                       "current PIN): "
                   ACCEPT OPERATOR-PIN-INPUT
                   MOVE "A" TO OPERATOR-STATUS
                   MOVE 0 TO OPERATOR-FAILED-COUNT
                   IF OPERATOR-PIN-INPUT = 0
                       MOVE "UNLOCKED" TO OVR-NOTE
                   ELSE
                       MOVE OPERATOR-PIN-INPUT TO OPERATOR-PIN
                       MOVE "Y" TO OPERATOR-PIN-CHANGE
                       MOVE "UNLOCKED AND PIN RESET" TO OVR-NOTE
                   END-IF
                   REWRITE OPERATOR-RECORD
                   MOVE "R" TO OVR-EVENT
                   MOVE "UNLOCK" TO OVR-FUNCTION
                   MOVE OPERATOR-ID TO OVR-OPERATOR-ID
                   MOVE SIGNED-ON-OPERATOR TO OVR-APPROVER-ID
                   MOVE SPACES TO OVR-DETAIL
                   PERFORM LOG-OVERRIDE
                   DISPLAY "Operator " OPERATOR-ID " is active again."
           END-READ.
           CLOSE OPERATOR-FILE.

       VIEW-AUTHORITY.
           OPEN INPUT AUTHORITY-FILE.
           DISPLAY "Function Authority Levels:".
           MOVE 'N' TO END-OF-FILE.

           PERFORM UNTIL END-OF-FILE = 'Y'
               READ AUTHORITY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       DISPLAY "Function: " AUTH-FUNCTION
                           " Level: " AUTH-MIN-LEVEL
                           " " AUTH-DESCRIPTION
               END-READ
           END-PERFORM.

           CLOSE AUTHORITY-FILE.
           DISPLAY "End of list.".

       SET-AUTHORITY.
           DISPLAY "Enter Function code: ".
           MOVE SPACES TO AUTH-FUNCTION-INPUT.
           ACCEPT AUTH-FUNCTION-INPUT.
           MOVE FUNCTION UPPER-CASE(AUTH-FUNCTION-INPUT)
               TO AUTH-FUNCTION-INPUT.
           DISPLAY "Enter minimum Access Level (1-9): ".
           ACCEPT AUTH-LEVEL-INPUT.

           IF AUTH-FUNCTION-INPUT = SPACES
               DISPLAY "Function code is required -- not set."
           ELSE
               IF AUTH-LEVEL-INPUT = 0
                   DISPLAY "Access level must be 1 to 9 -- not set."
               ELSE
                   PERFORM WRITE-AUTHORITY-LEVEL
               END-IF
           END-IF.

       WRITE-AUTHORITY-LEVEL.
           OPEN I-O AUTHORITY-FILE.
           MOVE AUTH-FUNCTION-INPUT TO AUTH-FUNCTION.
           READ AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "New function -- enter Description: "
                   ACCEPT AUTH-DESCRIPTION-INPUT
                   MOVE AUTH-FUNCTION-INPUT TO AUTH-FUNCTION
                   MOVE AUTH-DESCRIPTION-INPUT TO AUTH-DESCRIPTION
                   MOVE AUTH-LEVEL-INPUT TO AUTH-MIN-LEVEL
                   MOVE 0 TO AUTH-OLD-LEVEL
                   WRITE AUTHORITY-RECORD
               NOT INVALID KEY
                   MOVE AUTH-MIN-LEVEL TO AUTH-OLD-LEVEL
                   MOVE AUTH-LEVEL-INPUT TO AUTH-MIN-LEVEL
                   REWRITE AUTHORITY-RECORD
           END-READ.
           CLOSE AUTHORITY-FILE.
           DISPLAY "Function " AUTH-FUNCTION-INPUT " now needs level "
               AUTH-LEVEL-INPUT ".".
           MOVE "A" TO OVR-EVENT.
           MOVE AUTH-FUNCTION-INPUT TO OVR-FUNCTION.
           MOVE SIGNED-ON-OPERATOR TO OVR-OPERATOR-ID.
           MOVE 0 TO OVR-APPROVER-ID.
           MOVE SPACES TO OVR-DETAIL.
           STRING "LEVEL " DELIMITED BY SIZE
               AUTH-OLD-LEVEL DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               AUTH-LEVEL-INPUT DELIMITED BY SIZE
               INTO OVR-DETAIL
           END-STRING.
           MOVE "AUTHORITY LEVEL SET" TO OVR-NOTE.
           PERFORM LOG-OVERRIDE.

       REMOVE-AUTHORITY.
           DISPLAY "Enter the Function code to remove: ".
           MOVE SPACES TO AUTH-FUNCTION-INPUT.
           ACCEPT AUTH-FUNCTION-INPUT.
           MOVE FUNCTION UPPER-CASE(AUTH-FUNCTION-INPUT)
               TO AUTH-FUNCTION-INPUT.

           OPEN I-O AUTHORITY-FILE.
           MOVE AUTH-FUNCTION-INPUT TO AUTH-FUNCTION.
           DELETE AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "Function not found."
               NOT INVALID KEY
                   DISPLAY "Function removed -- the program's own "
                       "default level applies again."
                   MOVE "A" TO OVR-EVENT
                   MOVE AUTH-FUNCTION-INPUT TO OVR-FUNCTION
                   MOVE SIGNED-ON-OPERATOR TO OVR-OPERATOR-ID
                   MOVE 0 TO OVR-APPROVER-ID
                   MOVE SPACES TO OVR-DETAIL
                   MOVE "AUTHORITY LEVEL REMOVED" TO OVR-NOTE
                   PERFORM LOG-OVERRIDE
           END-DELETE.
           CLOSE AUTHORITY-FILE.
