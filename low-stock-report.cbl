               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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
           SELECT PO-NUMBER-FILE ASSIGN TO "ponumber.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-NUMBER-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD PO-HEADER-FILE.
           COPY POHEADER.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD PO-NUMBER-FILE.
       01 PO-NUMBER-RECORD PIC 9(6).

       FD SUPPLIER-FILE.
           COPY SUPPLIER.
       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 PO-HEADER-STATUS PIC XX.
       01 PO-LINE-STATUS PIC XX.
       01 PO-NUMBER-STATUS PIC XX.
       01 PO-NUMBER PIC 9(6).
       01 RUN-DATE PIC 9(8).
       01 ORDER-LEAD-TIME PIC 9(3).
       01 SUPPLIER-ORDER-QTY PIC 9(7).
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
               10 LS-SHORTAGE PIC 9(5).
               10 LS-SUPPLIER-ID PIC 9(5).
               10 LS-WAREHOUSE-STOCK PIC 9(5).
               10 LS-ON-ORDER PIC 9(7).
               10 LS-ORDER-QTY PIC 9(5).
               10 LS-ITEM-COST PIC 9(5)V99.
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).
       01 SORT-SWAP-ENTRY.
           05 SWAP-SHORTAGE PIC 9(5).
           05 SWAP-SUPPLIER-ID PIC 9(5).
           05 SWAP-WAREHOUSE-STOCK PIC 9(5).
           05 SWAP-ON-ORDER PIC 9(7).
           05 SWAP-ORDER-QTY PIC 9(5).
           05 SWAP-ITEM-COST PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-ON-ORDER.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SHOP-FILE.


           PERFORM SORT-BY-SHORTAGE-DESC.

           DISPLAY "LOW STOCK EXCEPTION REPORT (WORST SHORTAGE FIRST)".
           PERFORM WRITE-REPORT-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > LOW-STOCK-COUNT.

           PERFORM WRITE-SUPPLIER-ORDERS.

           DISPLAY "Purchase orders raised: " PO-RAISED-COUNT.
           DISPLAY "End of report.".
           STOP RUN.

                   MOVE ITEM-SUPPLIER-ID TO LS-SUPPLIER-ID (LS-IDX)
                   MOVE ITEM-WAREHOUSE-STOCK
                       TO LS-WAREHOUSE-STOCK (LS-IDX)
                   MOVE ITEM-COST TO LS-ITEM-COST (LS-IDX)
                   PERFORM LOOK-UP-ON-ORDER
                   MOVE ON-ORDER-QTY TO LS-ON-ORDER (LS-IDX)
                   IF ON-ORDER-QTY < LS-SHORTAGE (LS-IDX)
                       COMPUTE LS-ORDER-QTY (LS-IDX) =
                           LS-SHORTAGE (LS-IDX) - ON-ORDER-QTY
                   ELSE
                       MOVE 0 TO LS-ORDER-QTY (LS-IDX)
                   END-IF
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 low-stock "
               " Shop Stock: " LS-ITEM-STOCK (SORT-I)
               " Warehouse: " LS-WAREHOUSE-STOCK (SORT-I)
               " Reorder Level: " LS-REORDER-LEVEL (SORT-I)
               " Shortage: " LS-SHORTAGE (SORT-I)
               " On Order: " LS-ON-ORDER (SORT-I).
           IF LS-WAREHOUSE-STOCK (SORT-I) >= LS-SHORTAGE (SORT-I)
               DISPLAY "    Warehouse covers the shortage -- "
                   "transfer before reordering."
           END-IF.
           IF LS-ORDER-QTY (SORT-I) = 0
               DISPLAY "    Already on order -- no new order raised."
           END-IF.

       WRITE-SUPPLIER-ORDERS.
           IF LOW-STOCK-COUNT > 0
               PERFORM ENSURE-SUPPLIER-FILE-EXISTS
               PERFORM ENSURE-PO-FILES-EXIST
               OPEN INPUT SUPPLIER-FILE
               OPEN I-O PO-HEADER-FILE
               OPEN I-O PO-LINE-FILE
               PERFORM WRITE-ONE-SUPPLIER-ORDER
                   VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > LOW-STOCK-COUNT
               CLOSE PO-LINE-FILE
               CLOSE PO-HEADER-FILE
               CLOSE SUPPLIER-FILE
           END-IF.

               END-IF
           END-PERFORM.
           IF SUPPLIER-SEEN = 'N'
               MOVE LS-SUPPLIER-ID (SORT-I) TO CURRENT-SUPPLIER-ID
               MOVE 0 TO SUPPLIER-ORDER-QTY
               PERFORM VARYING SORT-J FROM 1 BY 1
                   UNTIL SORT-J > LOW-STOCK-COUNT
                   IF LS-SUPPLIER-ID (SORT-J) = CURRENT-SUPPLIER-ID
                       ADD LS-ORDER-QTY (SORT-J) TO SUPPLIER-ORDER-QTY
                   END-IF
               END-PERFORM
               IF SUPPLIER-ORDER-QTY > 0
                   PERFORM START-SUPPLIER-ORDER
                   PERFORM WRITE-SUPPLIER-ORDER-LINES
                   CLOSE SUPPLIER-PO-FILE
                   ADD 1 TO PO-RAISED-COUNT
                   DISPLAY "Purchase order " PO-NUMBER
                       " raised for supplier " CURRENT-SUPPLIER-ID
                       ": " SUPPLIER-PO-FILENAME
               END-IF
           END-IF.

       START-SUPPLIER-ORDER.
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
               UNTIL SORT-J > LOW-STOCK-COUNT
               IF LS-SUPPLIER-ID (SORT-J) = CURRENT-SUPPLIER-ID
                   AND LS-ORDER-QTY (SORT-J) > 0
                   PERFORM WRITE-PO-LINE
                   MOVE SPACES TO SUPPLIER-PO-LINE
                   STRING "ID: " DELIMITED BY SIZE
                       LS-ITEM-ID (SORT-J) DELIMITED BY SIZE
                       " Stock: " DELIMITED BY SIZE
                       LS-ITEM-STOCK (SORT-J) DELIMITED BY SIZE
                       " Order qty: " DELIMITED BY SIZE
                       LS-ORDER-QTY (SORT-J) DELIMITED BY SIZE
                       INTO SUPPLIER-PO-LINE
                   END-STRING
                   WRITE SUPPLIER-PO-RECORD FROM SUPPLIER-PO-LINE
               END-IF
           END-PERFORM.

       WRITE-PO-LINE.
           MOVE PO-NUMBER TO POL-PO-NUMBER.
           MOVE LS-ITEM-ID (SORT-J) TO POL-ITEM-ID.
           MOVE LS-ITEM-NAME (SORT-J) TO POL-ITEM-NAME.
           MOVE LS-ORDER-QTY (SORT-J) TO POL-ORDERED-QTY.
           MOVE 0 TO POL-RECEIVED-QTY.
           MOVE LS-ORDER-QTY (SORT-J) TO POL-OUTSTANDING-QTY.
           MOVE LS-ITEM-COST (SORT-J) TO POL-UNIT-COST.
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "Duplicate line for item "
                       LS-ITEM-ID (SORT-J) " on purchase order "
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
