               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-LOG.
           COPY SALESLOG.

       FD LOT-FILE.
           COPY LOTREC.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 LOT-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
               10 RC-SELL-AUDIT-QTY PIC 9(7).
               10 RC-SALESLOG-COUNT PIC 9(5).
               10 RC-SALESLOG-QTY PIC 9(7).
               10 RC-PERISHABLE PIC X.
               10 RC-WAREHOUSE-STOCK PIC 9(5).
               10 RC-LOT-SHOP-QTY PIC 9(7).
               10 RC-LOT-WAREHOUSE-QTY PIC 9(7).
       01 CHECK-I PIC 9(5).

       PROCEDURE DIVISION.
           PERFORM LOAD-SHOP-ITEMS.
           PERFORM REPLAY-AUDIT-MOVEMENTS.
           PERFORM CROSS-CHECK-SALES-LOG.
           PERFORM TOTAL-ITEM-LOTS.
           PERFORM CHECK-EACH-ITEM.

           DISPLAY "Items checked: " ITEM-CHECKED-COUNT.
           DISPLAY "Exceptions: " EXCEPTION-COUNT.
           IF EXCEPTION-COUNT = 0
               DISPLAY "shopfile.dat reconciles with auditfile.dat, "
                   "saleslog.dat and lots.dat for " RUN-DATE "."
           ELSE
               DISPLAY "shopfile.dat DOES NOT reconcile -- "
                   "investigate the exceptions above."
               MOVE 0 TO RC-SELL-AUDIT-QTY (RC-IDX)
               MOVE 0 TO RC-SALESLOG-COUNT (RC-IDX)
               MOVE 0 TO RC-SALESLOG-QTY (RC-IDX)
               MOVE ITEM-PERISHABLE TO RC-PERISHABLE (RC-IDX)
               MOVE ITEM-WAREHOUSE-STOCK
                   TO RC-WAREHOUSE-STOCK (RC-IDX)
               MOVE 0 TO RC-LOT-SHOP-QTY (RC-IDX)
               MOVE 0 TO RC-LOT-WAREHOUSE-QTY (RC-IDX)
           ELSE
               IF NOT TABLE-FULL-WARNED
                   DISPLAY "WARNING: more than 500 items -- "
               ADD SALE-QTY TO RC-SALESLOG-QTY (RC-IDX)
           END-IF.

       TOTAL-ITEM-LOTS.
           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS = "35"
               DISPLAY "Lot file not found: lots.dat -- "
                   "no dated stock to check."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ LOT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM TALLY-ONE-LOT
                   END-READ
               END-PERFORM
               CLOSE LOT-FILE
           END-IF.

       TALLY-ONE-LOT.
           MOVE LOT-ITEM-ID TO SEARCH-ITEM-ID.
           PERFORM FIND-RECON-ENTRY.
           IF ENTRY-FOUND = 'N'
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY "EXCEPTION: lot expiring " LOT-EXPIRY-DATE
                   " for item " LOT-ITEM-ID
                   " which is not on shopfile.dat."
           ELSE
               SET RC-IDX TO FOUND-IDX
               IF RC-PERISHABLE (RC-IDX) NOT = "Y"
                   ADD 1 TO EXCEPTION-COUNT
                   DISPLAY "EXCEPTION: lot expiring " LOT-EXPIRY-DATE
                       " for item " LOT-ITEM-ID
                       " which is not stocked by lot."
               ELSE
                   ADD LOT-SHOP-QTY TO RC-LOT-SHOP-QTY (RC-IDX)
                   ADD LOT-WAREHOUSE-QTY
                       TO RC-LOT-WAREHOUSE-QTY (RC-IDX)
               END-IF
           END-IF.

       CHECK-EACH-ITEM.
           PERFORM CHECK-ONE-ITEM
               VARYING CHECK-I FROM 1 BY 1
                   " saleslog lines for "
                   RC-SALESLOG-QTY (CHECK-I) " units."
           END-IF.
           IF RC-PERISHABLE (CHECK-I) = "Y"
               AND (RC-LOT-SHOP-QTY (CHECK-I) NOT =
                       RC-CURRENT-STOCK (CHECK-I)
                   OR RC-LOT-WAREHOUSE-QTY (CHECK-I) NOT =
                       RC-WAREHOUSE-STOCK (CHECK-I))
               ADD 1 TO EXCEPTION-COUNT
               DISPLAY "EXCEPTION: item " RC-ITEM-ID (CHECK-I)
                   " " RC-ITEM-NAME (CHECK-I)
                   " lots hold " RC-LOT-SHOP-QTY (CHECK-I)
                   " shop / " RC-LOT-WAREHOUSE-QTY (CHECK-I)
                   " warehouse but shopfile.dat holds "
                   RC-CURRENT-STOCK (CHECK-I) " / "
                   RC-WAREHOUSE-STOCK (CHECK-I) "."
           END-IF.
