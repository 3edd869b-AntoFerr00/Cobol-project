               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT OLD-SHOP-FILE ASSIGN TO "shopfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ITEM-ID
               FILE STATUS IS OLD-SHOP-FILE-STATUS.
           SELECT MID-SHOP-FILE ASSIGN TO "shopfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MID-ITEM-ID
               FILE STATUS IS MID-SHOP-FILE-STATUS.
           SELECT PRIOR-SHOP-FILE ASSIGN TO "shopfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRIOR-ITEM-ID
               ALTERNATE RECORD KEY IS PRIOR-ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS PRIOR-SHOP-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN USING BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT OLD-SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SUPPLIER-ID
               FILE STATUS IS OLD-SUPPLIER-FILE-STATUS.
           SELECT SUPPLIER-BACKUP-FILE
               ASSIGN USING SUPPLIER-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPPLIER-BACKUP-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT OLD-OPERATOR-FILE ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-OPERATOR-ID
               FILE STATUS IS OLD-OPERATOR-FILE-STATUS.
           SELECT OPERATOR-BACKUP-FILE
               ASSIGN USING OPERATOR-BACKUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-BACKUP-STATUS.
           SELECT AUDIT-IN-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-IN-STATUS.
           05 OLD-ITEM-SUPPLIER-ID PIC 9(5).
           05 OLD-ITEM-COST PIC 9(5)V99.

       FD MID-SHOP-FILE.
       01 MID-SHOP-ITEM.
           05 MID-ITEM-ID PIC 9(5).
           05 MID-ITEM-NAME PIC X(30).
           05 MID-ITEM-PRICE PIC 9(5)V99.
           05 MID-ITEM-STOCK PIC 9(5).
           05 MID-REORDER-LEVEL PIC 9(5).
           05 MID-ITEM-SUPPLIER-ID PIC 9(5).
           05 MID-ITEM-COST PIC 9(5)V99.
           05 MID-ITEM-WAREHOUSE-STOCK PIC 9(5).
           05 MID-ITEM-TAX-CATEGORY PIC X.

       FD PRIOR-SHOP-FILE.
       01 PRIOR-SHOP-ITEM.
           05 PRIOR-ITEM-ID PIC 9(5).
           05 PRIOR-ITEM-NAME PIC X(30).
           05 PRIOR-ITEM-PRICE PIC 9(5)V99.
           05 PRIOR-ITEM-STOCK PIC 9(5).
           05 PRIOR-REORDER-LEVEL PIC 9(5).
           05 PRIOR-ITEM-SUPPLIER-ID PIC 9(5).
           05 PRIOR-ITEM-COST PIC 9(5)V99.
           05 PRIOR-ITEM-WAREHOUSE-STOCK PIC 9(5).
           05 PRIOR-ITEM-TAX-CATEGORY PIC X.
           05 PRIOR-ITEM-BARCODE PIC X(13).

       FD BACKUP-FILE.
           COPY SHOPITEM REPLACING SHOP-ITEM BY BACKUP-SHOP-ITEM.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       FD OLD-SUPPLIER-FILE.
       01 OLD-SUPPLIER-RECORD.
           05 OLD-SUPPLIER-ID PIC 9(5).
           05 OLD-SUPPLIER-NAME PIC X(30).
           05 OLD-SUPPLIER-CONTACT PIC X(30).
           05 OLD-SUPPLIER-LEAD-TIME PIC 9(3).

       FD SUPPLIER-BACKUP-FILE.
           COPY SUPPLIER REPLACING SUPPLIER-RECORD
               BY BACKUP-SUPPLIER-RECORD.

       FD OPERATOR-FILE.
           COPY OPERATOR.

       FD OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD.
           05 OLD-OPERATOR-ID PIC 9(4).
           05 OLD-OPERATOR-NAME PIC X(30).
           05 OLD-OPERATOR-PIN PIC 9(4).
           05 OLD-OPERATOR-LEVEL PIC 9.

       FD OPERATOR-BACKUP-FILE.
           COPY OPERATOR REPLACING OPERATOR-RECORD
               BY BACKUP-OPERATOR-RECORD.

       FD AUDIT-IN-FILE.
       01 AUDIT-IN-BUFFER PIC X(150).
       01 OLD-AUDIT-RECORD.
       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 OLD-SHOP-FILE-STATUS PIC XX.
       01 MID-SHOP-FILE-STATUS PIC XX.
       01 PRIOR-SHOP-FILE-STATUS PIC XX.
       01 PREVIOUS-LAYOUT PIC X VALUE SPACE.
       01 BACKUP-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 OLD-SUPPLIER-FILE-STATUS PIC XX.
       01 SUPPLIER-BACKUP-STATUS PIC XX.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 OLD-OPERATOR-FILE-STATUS PIC XX.
       01 OPERATOR-BACKUP-STATUS PIC XX.
       01 AUDIT-IN-STATUS PIC XX.
       01 AUDIT-WORK-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-TIMESTAMP PIC 9(14).
       01 BACKUP-FILENAME PIC X(40).
       01 SUPPLIER-BACKUP-FILENAME PIC X(40).
       01 OPERATOR-BACKUP-FILENAME PIC X(40).
       01 DEFAULT-PAYMENT-TERMS PIC 9(3) VALUE 30.
       01 ITEM-CONVERTED-COUNT PIC 9(5) VALUE 0.
       01 ITEM-RELOADED-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-CONVERTED-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-RELOADED-COUNT PIC 9(5) VALUE 0.
       01 OPERATOR-CONVERTED-COUNT PIC 9(5) VALUE 0.
       01 OPERATOR-RELOADED-COUNT PIC 9(5) VALUE 0.
       01 AUDIT-CONVERTED-COUNT PIC 9(7) VALUE 0.
       01 AUDIT-UNCHANGED-COUNT PIC 9(7) VALUE 0.
           COPY AUDITREC.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LAYOUT CONVERSION -- one-shot upgrade of "
               "shopfile.dat, supplier.dat, operator.dat and "
               "auditfile.dat to the current record layouts".
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-TIMESTAMP.

           PERFORM CONVERT-SHOP-FILE.
           PERFORM CONVERT-SUPPLIER-FILE.
           PERFORM CONVERT-OPERATOR-FILE.
           PERFORM CONVERT-AUDIT-FILE.

           DISPLAY "End of conversion.".
           END-EVALUATE.

       REBUILD-SHOP-FILE.
           OPEN INPUT PRIOR-SHOP-FILE.
           IF PRIOR-SHOP-FILE-STATUS = "00"
               MOVE "P" TO PREVIOUS-LAYOUT
           ELSE
               OPEN INPUT MID-SHOP-FILE
               IF MID-SHOP-FILE-STATUS = "00"
                   MOVE "M" TO PREVIOUS-LAYOUT
               ELSE
                   OPEN INPUT OLD-SHOP-FILE
                   IF OLD-SHOP-FILE-STATUS = "00"
                       MOVE "O" TO PREVIOUS-LAYOUT
                   END-IF
               END-IF
           END-IF.
           IF PREVIOUS-LAYOUT = SPACE
               DISPLAY "Cannot open shopfile.dat on any previous "
                   "layout (status " PRIOR-SHOP-FILE-STATUS
                   " / " MID-SHOP-FILE-STATUS
                   " / " OLD-SHOP-FILE-STATUS
                   ") -- conversion abandoned, file untouched."
               STOP RUN
           END-IF.
           OPEN OUTPUT BACKUP-FILE.

           MOVE 'N' TO END-OF-FILE.
           EVALUATE PREVIOUS-LAYOUT
               WHEN "P"
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ PRIOR-SHOP-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               PERFORM WRITE-CONVERTED-PRIOR-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR-SHOP-FILE
               WHEN "M"
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ MID-SHOP-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               PERFORM WRITE-CONVERTED-MID-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE MID-SHOP-FILE
               WHEN OTHER
                   PERFORM UNTIL END-OF-FILE = 'Y'
                       READ OLD-SHOP-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO END-OF-FILE
                           NOT AT END
                               PERFORM WRITE-CONVERTED-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE OLD-SHOP-FILE
           END-EVALUATE.
           CLOSE BACKUP-FILE.

           OPEN OUTPUT SHOP-FILE.
               " reloaded: " ITEM-RELOADED-COUNT.
           DISPLAY "Pre-conversion copy (current layout): "
               BACKUP-FILENAME.
           IF PREVIOUS-LAYOUT = "O"
               DISPLAY "Warehouse stock starts at zero and every item "
                   "is stamped tax category S -- correct reduced and "
                   "zero-rated items via csv-import."
           END-IF.
           IF PREVIOUS-LAYOUT NOT = "P"
               DISPLAY "Every item starts with no barcode -- load "
                   "them via csv-import and check with "
                   "barcode-report."
           END-IF.
           DISPLAY "Every item starts as not perishable -- set up "
               "dated stock via lot-maintenance.".

       WRITE-CONVERTED-ITEM.
           MOVE OLD-ITEM-ID TO ITEM-ID OF BACKUP-SHOP-ITEM.
           MOVE OLD-ITEM-COST TO ITEM-COST OF BACKUP-SHOP-ITEM.
           MOVE 0 TO ITEM-WAREHOUSE-STOCK OF BACKUP-SHOP-ITEM.
           MOVE "S" TO ITEM-TAX-CATEGORY OF BACKUP-SHOP-ITEM.
           MOVE SPACES TO ITEM-BARCODE OF BACKUP-SHOP-ITEM.
           MOVE "N" TO ITEM-PERISHABLE OF BACKUP-SHOP-ITEM.
           WRITE BACKUP-SHOP-ITEM.
           ADD 1 TO ITEM-CONVERTED-COUNT.

       WRITE-CONVERTED-MID-ITEM.
           MOVE MID-ITEM-ID TO ITEM-ID OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-NAME TO ITEM-NAME OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-PRICE TO ITEM-PRICE OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-STOCK TO ITEM-STOCK OF BACKUP-SHOP-ITEM.
           MOVE MID-REORDER-LEVEL
               TO REORDER-LEVEL OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-SUPPLIER-ID
               TO ITEM-SUPPLIER-ID OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-COST TO ITEM-COST OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-WAREHOUSE-STOCK
               TO ITEM-WAREHOUSE-STOCK OF BACKUP-SHOP-ITEM.
           MOVE MID-ITEM-TAX-CATEGORY
               TO ITEM-TAX-CATEGORY OF BACKUP-SHOP-ITEM.
           MOVE SPACES TO ITEM-BARCODE OF BACKUP-SHOP-ITEM.
           MOVE "N" TO ITEM-PERISHABLE OF BACKUP-SHOP-ITEM.
           WRITE BACKUP-SHOP-ITEM.
           ADD 1 TO ITEM-CONVERTED-COUNT.

       WRITE-CONVERTED-PRIOR-ITEM.
           MOVE PRIOR-ITEM-ID TO ITEM-ID OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-NAME TO ITEM-NAME OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-PRICE TO ITEM-PRICE OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-STOCK TO ITEM-STOCK OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-REORDER-LEVEL
               TO REORDER-LEVEL OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-SUPPLIER-ID
               TO ITEM-SUPPLIER-ID OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-COST TO ITEM-COST OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-WAREHOUSE-STOCK
               TO ITEM-WAREHOUSE-STOCK OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-TAX-CATEGORY
               TO ITEM-TAX-CATEGORY OF BACKUP-SHOP-ITEM.
           MOVE PRIOR-ITEM-BARCODE
               TO ITEM-BARCODE OF BACKUP-SHOP-ITEM.
           MOVE "N" TO ITEM-PERISHABLE OF BACKUP-SHOP-ITEM.
           WRITE BACKUP-SHOP-ITEM.
           ADD 1 TO ITEM-CONVERTED-COUNT.

       CONVERT-SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-FILE.
           EVALUATE SUPPLIER-FILE-STATUS
               WHEN "00"
                   CLOSE SUPPLIER-FILE
                   DISPLAY "supplier.dat already opens on the "
                       "current layout -- not converted."
               WHEN "35"
                   DISPLAY "supplier.dat not found -- nothing to "
                       "convert."
               WHEN OTHER
                   DISPLAY "supplier.dat does not open on the "
                       "current layout (status " SUPPLIER-FILE-STATUS
                       ") -- converting."
                   PERFORM REBUILD-SUPPLIER-FILE
           END-EVALUATE.

       REBUILD-SUPPLIER-FILE.
           OPEN INPUT OLD-SUPPLIER-FILE.
           IF OLD-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open supplier.dat on the previous "
                   "layout either (status " OLD-SUPPLIER-FILE-STATUS
                   ") -- conversion abandoned, file untouched."
               STOP RUN
           END-IF.

           MOVE SPACES TO SUPPLIER-BACKUP-FILENAME.
           STRING "supplier_backup_" DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO SUPPLIER-BACKUP-FILENAME
           END-STRING.
           OPEN OUTPUT SUPPLIER-BACKUP-FILE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OLD-SUPPLIER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-CONVERTED-SUPPLIER
               END-READ
           END-PERFORM.
           CLOSE OLD-SUPPLIER-FILE.
           CLOSE SUPPLIER-BACKUP-FILE.

           OPEN OUTPUT SUPPLIER-FILE.
           OPEN INPUT SUPPLIER-BACKUP-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SUPPLIER-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE BACKUP-SUPPLIER-RECORD TO SUPPLIER-RECORD
                       WRITE SUPPLIER-RECORD
                           INVALID KEY
                               DISPLAY "Duplicate supplier not "
                                   "reloaded: "
                                   SUPPLIER-ID OF SUPPLIER-RECORD
                           NOT INVALID KEY
                               ADD 1 TO SUPPLIER-RELOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-BACKUP-FILE.
           CLOSE SUPPLIER-FILE.

           DISPLAY "Suppliers converted: " SUPPLIER-CONVERTED-COUNT
               " reloaded: " SUPPLIER-RELOADED-COUNT.
           DISPLAY "Pre-conversion copy (current layout): "
               SUPPLIER-BACKUP-FILENAME.
           DISPLAY "Every supplier is given " DEFAULT-PAYMENT-TERMS
               " days payment terms -- correct them via "
               "supplier-maintenance.".

       WRITE-CONVERTED-SUPPLIER.
           MOVE OLD-SUPPLIER-ID
               TO SUPPLIER-ID OF BACKUP-SUPPLIER-RECORD.
           MOVE OLD-SUPPLIER-NAME
               TO SUPPLIER-NAME OF BACKUP-SUPPLIER-RECORD.
           MOVE OLD-SUPPLIER-CONTACT
               TO SUPPLIER-CONTACT OF BACKUP-SUPPLIER-RECORD.
           MOVE OLD-SUPPLIER-LEAD-TIME
               TO SUPPLIER-LEAD-TIME OF BACKUP-SUPPLIER-RECORD.
           MOVE DEFAULT-PAYMENT-TERMS
               TO SUPPLIER-PAYMENT-TERMS OF BACKUP-SUPPLIER-RECORD.
           WRITE BACKUP-SUPPLIER-RECORD.
           ADD 1 TO SUPPLIER-CONVERTED-COUNT.

       CONVERT-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           EVALUATE OPERATOR-FILE-STATUS
               WHEN "00"
                   CLOSE OPERATOR-FILE
                   DISPLAY "operator.dat already opens on the "
                       "current layout -- not converted."
               WHEN "35"
                   DISPLAY "operator.dat not found -- nothing to "
                       "convert."
               WHEN OTHER
                   DISPLAY "operator.dat does not open on the "
                       "current layout (status " OPERATOR-FILE-STATUS
                       ") -- converting."
                   PERFORM REBUILD-OPERATOR-FILE
           END-EVALUATE.

       REBUILD-OPERATOR-FILE.
           OPEN INPUT OLD-OPERATOR-FILE.
           IF OLD-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "Cannot open operator.dat on the previous "
                   "layout either (status " OLD-OPERATOR-FILE-STATUS
                   ") -- conversion abandoned, file untouched."
               STOP RUN
           END-IF.

           MOVE SPACES TO OPERATOR-BACKUP-FILENAME.
           STRING "operator_backup_" DELIMITED BY SIZE
               RUN-TIMESTAMP DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO OPERATOR-BACKUP-FILENAME
           END-STRING.
           OPEN OUTPUT OPERATOR-BACKUP-FILE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OLD-OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM WRITE-CONVERTED-OPERATOR
               END-READ
           END-PERFORM.
           CLOSE OLD-OPERATOR-FILE.
           CLOSE OPERATOR-BACKUP-FILE.

           OPEN OUTPUT OPERATOR-FILE.
           OPEN INPUT OPERATOR-BACKUP-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OPERATOR-BACKUP-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE BACKUP-OPERATOR-RECORD TO OPERATOR-RECORD
                       WRITE OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY "Duplicate operator not "
                                   "reloaded: "
                                   OPERATOR-ID OF OPERATOR-RECORD
                           NOT INVALID KEY
                               ADD 1 TO OPERATOR-RELOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-BACKUP-FILE.
           CLOSE OPERATOR-FILE.

           DISPLAY "Operators converted: " OPERATOR-CONVERTED-COUNT
               " reloaded: " OPERATOR-RELOADED-COUNT.
           DISPLAY "Pre-conversion copy (current layout): "
               OPERATOR-BACKUP-FILENAME.
           DISPLAY "Every operator starts active with no failed "
               "sign-ons; PINs are kept -- force a change via "
               "operator-maintenance where needed.".

       WRITE-CONVERTED-OPERATOR.
           MOVE OLD-OPERATOR-ID
               TO OPERATOR-ID OF BACKUP-OPERATOR-RECORD.
           MOVE OLD-OPERATOR-NAME
               TO OPERATOR-NAME OF BACKUP-OPERATOR-RECORD.
           MOVE OLD-OPERATOR-PIN
               TO OPERATOR-PIN OF BACKUP-OPERATOR-RECORD.
           MOVE OLD-OPERATOR-LEVEL
               TO OPERATOR-LEVEL OF BACKUP-OPERATOR-RECORD.
           MOVE 0 TO OPERATOR-FAILED-COUNT OF BACKUP-OPERATOR-RECORD.
           MOVE "A" TO OPERATOR-STATUS OF BACKUP-OPERATOR-RECORD.
           MOVE "N" TO OPERATOR-PIN-CHANGE OF BACKUP-OPERATOR-RECORD.
           WRITE BACKUP-OPERATOR-RECORD.
           ADD 1 TO OPERATOR-CONVERTED-COUNT.

       CONVERT-AUDIT-FILE.
           OPEN INPUT AUDIT-IN-FILE.
           IF AUDIT-IN-STATUS = "35"
