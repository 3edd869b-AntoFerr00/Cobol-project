               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.
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
           SELECT PO-NUMBER-FILE ASSIGN TO "ponumber.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-NUMBER-STATUS.
           SELECT SUPPLIER-PO-FILE ASSIGN USING SUPPLIER-PO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       FD PO-HEADER-FILE.
           COPY POHEADER.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD PO-NUMBER-FILE.
       01 PO-NUMBER-RECORD PIC 9(6).

       FD SUPPLIER-PO-FILE.
       01 SUPPLIER-PO-RECORD PIC X(80).
       01 SHOP-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 PO-HEADER-STATUS PIC XX.
       01 PO-LINE-STATUS PIC XX.
       01 PO-NUMBER-STATUS PIC XX.
       01 PO-NUMBER PIC 9(6).
       01 ORDER-LEAD-TIME PIC 9(3).
       01 ON-ORDER-QTY PIC 9(7).
       01 ON-ORDER-FOUND PIC X.
       01 PO-RAISED-COUNT PIC 9(5) VALUE 0.
       01 ON-ORDER-COUNT PIC 9(5) VALUE 0.
       01 ON-ORDER-TABLE.
           05 ON-ORDER-ENTRY OCCURS 500 TIMES
               INDEXED BY OO-IDX.
               10 OO-ITEM-ID PIC 9(5).
               10 OO-QTY PIC 9(7).
       01 SUPPLIER-PO-FILENAME PIC X(40).
       01 SUPPLIER-PO-LINE PIC X(80).
       01 SUPPLIER-FOUND PIC X.
               10 PR-ORDER-QTY PIC 9(5).
               10 PR-SUPPLIER-ID PIC 9(5).
               10 PR-LEAD-TIME PIC 9(3).
               10 PR-ON-ORDER PIC 9(7).
               10 PR-ITEM-COST PIC 9(5)V99.
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).

               SAFETY-DAYS " days safety stock".

           PERFORM LOAD-SALES-VELOCITY.
           PERFORM LOAD-ON-ORDER.
           PERFORM BUILD-PROPOSALS.

           IF PROPOSAL-COUNT = 0
               DISPLAY "Nothing to order -- stock on hand covers "
                   "expected demand through every lead time, "
                   "counting stock already on order."
               STOP RUN
           END-IF.

           PERFORM WRITE-PROPOSAL-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > PROPOSAL-COUNT.

           PERFORM WRITE-SUPPLIER-ORDERS.
           DISPLAY "Purchase orders raised: " PO-RAISED-COUNT
               " -- book deliveries in via goods-receiving.".

           DISPLAY "End of report.".
           STOP RUN.
               PERFORM LOOK-UP-LEAD-TIME
               COMPUTE COVER-DAYS =
                   LOOKUP-LEAD-TIME + SAFETY-DAYS
               PERFORM LOOK-UP-ON-ORDER
               COMPUTE AVAILABLE-STOCK =
                   ITEM-STOCK + ITEM-WAREHOUSE-STOCK + ON-ORDER-QTY
               COMPUTE SUGGESTED-QTY ROUNDED =
                   (DAILY-RATE * COVER-DAYS) - AVAILABLE-STOCK
               IF SUGGESTED-QTY > 0
               MOVE SUGGESTED-QTY TO PR-ORDER-QTY (PR-IDX)
               MOVE ITEM-SUPPLIER-ID TO PR-SUPPLIER-ID (PR-IDX)
               MOVE LOOKUP-LEAD-TIME TO PR-LEAD-TIME (PR-IDX)
               MOVE ON-ORDER-QTY TO PR-ON-ORDER (PR-IDX)
               MOVE ITEM-COST TO PR-ITEM-COST (PR-IDX)
           ELSE
               IF NOT TABLE-FULL-WARNED
                   DISPLAY "WARNING: more than 500 proposals -- "
               " Name: " PR-ITEM-NAME (SORT-I)
               " Shop Stock: " PR-SHOP-STOCK (SORT-I)
               " Lead Time: " PR-LEAD-TIME (SORT-I)
               " On Order: " PR-ON-ORDER (SORT-I)
               " Order qty: " PR-ORDER-QTY (SORT-I).

       ENSURE-SUPPLIER-FILE-EXISTS.
           OPEN INPUT SUPPLIER-FILE.
           END-IF.

       WRITE-SUPPLIER-ORDERS.
           PERFORM ENSURE-PO-FILES-EXIST.
           OPEN INPUT SUPPLIER-FILE.
           OPEN I-O PO-HEADER-FILE.
           OPEN I-O PO-LINE-FILE.
           PERFORM WRITE-ONE-SUPPLIER-ORDER
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > PROPOSAL-COUNT.
           CLOSE PO-LINE-FILE.
           CLOSE PO-HEADER-FILE.
           CLOSE SUPPLIER-FILE.

       WRITE-ONE-SUPPLIER-ORDER.
               PERFORM START-SUPPLIER-ORDER
               PERFORM WRITE-SUPPLIER-ORDER-LINES
               CLOSE SUPPLIER-PO-FILE
               ADD 1 TO PO-RAISED-COUNT
               DISPLAY "Purchase order " PO-NUMBER
                   " raised for supplier " CURRENT-SUPPLIER-ID
                   ": " SUPPLIER-PO-FILENAME
           END-IF.

       START-SUPPLIER-ORDER.
           MOVE PR-SUPPLIER-ID (SORT-I) TO CURRENT-SUPPLIER-ID.
           MOVE CURRENT-SUPPLIER-ID TO SUPPLIER-ID.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 'N' TO SUPPLIER-FOUND
                   MOVE 0 TO ORDER-LEAD-TIME
               NOT INVALID KEY
                   MOVE 'Y' TO SUPPLIER-FOUND
                   MOVE SUPPLIER-LEAD-TIME TO ORDER-LEAD-TIME
           END-READ.

           PERFORM GET-NEXT-PO-NUMBER.
           MOVE PO-NUMBER TO POH-PO-NUMBER.
           MOVE CURRENT-SUPPLIER-ID TO POH-SUPPLIER-ID.
           MOVE RUN-DATE TO POH-ORDER-DATE.
           COMPUTE POH-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + ORDER-LEAD-TIME).
           MOVE "O" TO POH-STATUS.
           MOVE 0 TO POH-CLOSED-DATE.
           WRITE PO-HEADER-RECORD
               INVALID KEY
                   DISPLAY "Purchase order number " PO-NUMBER
                       " already on poheader.dat -- check "
                       "ponumber.dat."
           END-WRITE.

           MOVE SPACES TO SUPPLIER-PO-FILENAME.
           STRING "purchaseorder_" DELIMITED BY SIZE
               PO-NUMBER DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO SUPPLIER-PO-FILENAME
           END-STRING.
           OPEN OUTPUT SUPPLIER-PO-FILE.

           MOVE SPACES TO SUPPLIER-PO-LINE.
           STRING "PURCHASE ORDER " DELIMITED BY SIZE
               PO-NUMBER DELIMITED BY SIZE
               " - SUPPLIER " DELIMITED BY SIZE
               CURRENT-SUPPLIER-ID DELIMITED BY SIZE
               INTO SUPPLIER-PO-LINE
           END-STRING.
           WRITE SUPPLIER-PO-RECORD FROM SUPPLIER-PO-LINE.
           MOVE SPACES TO SUPPLIER-PO-LINE.
           STRING "Order date: " DELIMITED BY SIZE
               POH-ORDER-DATE DELIMITED BY SIZE
               " Expected by: " DELIMITED BY SIZE
               POH-EXPECTED-DATE DELIMITED BY SIZE
               INTO SUPPLIER-PO-LINE
           END-STRING.
           WRITE SUPPLIER-PO-RECORD FROM SUPPLIER-PO-LINE.

           IF SUPPLIER-FOUND = 'Y'
               MOVE SPACES TO SUPPLIER-PO-LINE
           PERFORM VARYING SORT-J FROM 1 BY 1
               UNTIL SORT-J > PROPOSAL-COUNT
               IF PR-SUPPLIER-ID (SORT-J) = CURRENT-SUPPLIER-ID
                   PERFORM WRITE-PO-LINE
                   MOVE SPACES TO SUPPLIER-PO-LINE
                   STRING "ID: " DELIMITED BY SIZE
                       PR-ITEM-ID (SORT-J) DELIMITED BY SIZE
                   WRITE SUPPLIER-PO-RECORD FROM SUPPLIER-PO-LINE
               END-IF
           END-PERFORM.

       WRITE-PO-LINE.
           MOVE PO-NUMBER TO POL-PO-NUMBER.
           MOVE PR-ITEM-ID (SORT-J) TO POL-ITEM-ID.
           MOVE PR-ITEM-NAME (SORT-J) TO POL-ITEM-NAME.
           MOVE PR-ORDER-QTY (SORT-J) TO POL-ORDERED-QTY.
           MOVE 0 TO POL-RECEIVED-QTY.
           MOVE PR-ORDER-QTY (SORT-J) TO POL-OUTSTANDING-QTY.
           MOVE PR-ITEM-COST (SORT-J) TO POL-UNIT-COST.
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate line for item "
                       PR-ITEM-ID (SORT-J) " on purchase order "
                       PO-NUMBER " -- not written."
           END-WRITE.

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

       GET-NEXT-PO-NUMBER.
           OPEN INPUT PO-NUMBER-FILE.
           IF PO-NUMBER-STATUS = "35"
               MOVE 0 TO PO-NUMBER
           ELSE
               READ PO-NUMBER-FILE
                   AT END
                       MOVE 0 TO PO-NUMBER
                   NOT AT END
                       MOVE PO-NUMBER-RECORD TO PO-NUMBER
               END-READ
               CLOSE PO-NUMBER-FILE
           END-IF.
           ADD 1 TO PO-NUMBER.
           OPEN OUTPUT PO-NUMBER-FILE.
           MOVE PO-NUMBER TO PO-NUMBER-RECORD.
           WRITE PO-NUMBER-RECORD.
           CLOSE PO-NUMBER-FILE.

       LOAD-ON-ORDER.
           MOVE 0 TO ON-ORDER-COUNT.
           OPEN INPUT PO-LINE-FILE.
           IF PO-LINE-STATUS NOT = "35"
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ PO-LINE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF POL-OUTSTANDING-QTY > 0
                               PERFORM TALLY-ON-ORDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PO-LINE-FILE
           END-IF.

       TALLY-ON-ORDER-LINE.
           MOVE 'N' TO ON-ORDER-FOUND.
           PERFORM VARYING OO-IDX FROM 1 BY 1
               UNTIL OO-IDX > ON-ORDER-COUNT
                   OR ON-ORDER-FOUND = 'Y'
               IF OO-ITEM-ID (OO-IDX) = POL-ITEM-ID
                   ADD POL-OUTSTANDING-QTY TO OO-QTY (OO-IDX)
                   MOVE 'Y' TO ON-ORDER-FOUND
               END-IF
           END-PERFORM.
           IF ON-ORDER-FOUND = 'N'
               IF ON-ORDER-COUNT < 500
                   ADD 1 TO ON-ORDER-COUNT
                   SET OO-IDX TO ON-ORDER-COUNT
                   MOVE POL-ITEM-ID TO OO-ITEM-ID (OO-IDX)
                   MOVE POL-OUTSTANDING-QTY TO OO-QTY (OO-IDX)
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 items on "
                           "order -- on-order totals truncated."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-ON-ORDER.
           MOVE 0 TO ON-ORDER-QTY.
           PERFORM VARYING OO-IDX FROM 1 BY 1
               UNTIL OO-IDX > ON-ORDER-COUNT
               IF OO-ITEM-ID (OO-IDX) = ITEM-ID
                   MOVE OO-QTY (OO-IDX) TO ON-ORDER-QTY
               END-IF
           END-PERFORM.
