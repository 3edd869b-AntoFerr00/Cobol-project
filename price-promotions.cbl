               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT PENDING-PRICE-FILE ASSIGN TO "pendingprice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDIT-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
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
       FD AUDIT-FILE.
           COPY AUDITREC.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD AUTHORITY-FILE.
           COPY AUTHORITY.

       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 PENDING-PRICE-STATUS PIC XX.
       01 DROPPED-COUNT PIC 9(5) VALUE 0.
       01 LAPSED-COUNT PIC 9(5) VALUE 0.
       01 PENDING-COUNT PIC 9(5) VALUE 0.
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
       01 OVERRIDE-PROGRAM-NAME PIC X(20) VALUE "PRICE-PROMOTIONS".
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

       PROCEDURE DIVISION.
       PROGRAM-START.
           PERFORM ENSURE-PENDING-FILE-EXISTS.
           EVALUATE RUN-MODE-ARG
               WHEN SPACES
                   PERFORM OPERATOR-SIGN-ON
                   GO TO MAIN-LOOP
               WHEN "APPLY"
                   PERFORM APPLY-PENDING-PRICES
               CLOSE PENDING-PRICE-FILE
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

       ADD-PRICE-CHANGE.
           MOVE 0 TO END-DATE-INPUT.
           DISPLAY "Enter Item ID: ".
           ACCEPT NEW-PRICE-INPUT.
           DISPLAY "Enter effective date (YYYYMMDD): ".
           ACCEPT START-DATE-INPUT.
           MOVE "PRICE-CHANGE" TO AUTH-FUNCTION-WANTED.
           PERFORM CHECK-PRICE-AUTHORITY.
           IF AUTH-GRANTED = 'Y'
               PERFORM WRITE-PENDING-ENTRY
           ELSE
               DISPLAY "Price change not recorded."
           END-IF.

       ADD-PROMOTION.
           DISPLAY "Enter Item ID: ".
               DISPLAY "End date is before start date -- promotion "
                   "not recorded."
           ELSE
               MOVE "PROMOTION" TO AUTH-FUNCTION-WANTED
               PERFORM CHECK-PRICE-AUTHORITY
               IF AUTH-GRANTED = 'Y'
                   PERFORM WRITE-PENDING-ENTRY
               ELSE
                   DISPLAY "Promotion not recorded."
               END-IF
           END-IF.

       CHECK-PRICE-AUTHORITY.
           MOVE 2 TO AUTH-DEFAULT-LEVEL.
           MOVE NEW-PRICE-INPUT TO AUTH-AMOUNT-EDITED.
           MOVE SPACES TO AUTH-DETAIL.
           STRING "ITEM " DELIMITED BY SIZE
               ITEM-ID-INPUT DELIMITED BY SIZE
               " PRICE " DELIMITED BY SIZE
               AUTH-AMOUNT-EDITED DELIMITED BY SIZE
               INTO AUTH-DETAIL
           END-STRING.
           PERFORM CHECK-AUTHORITY.

       WRITE-PENDING-ENTRY.
           OPEN INPUT SHOP-FILE.
           MOVE ITEM-ID-INPUT TO ITEM-ID.
