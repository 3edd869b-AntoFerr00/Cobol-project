               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
           SELECT RECEIVED-LOG ASSIGN TO "receivedlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVED-LOG-STATUS.
           SELECT PAYABLES-FILE ASSIGN TO "payables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYABLES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIVED-LOG.
           COPY GRNREC.

       FD PAYABLES-FILE.
           COPY PAYABLE.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 RECEIVED-LOG-STATUS PIC XX.
       01 PAYABLES-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 USER-CHOICE PIC 9.
       01 SUPPLIER-ID-INPUT PIC 9(5).
       01 BILLED-TOTAL-QTY PIC 9(7).
       01 COST-VARIANCE PIC S9(6)V99.
       01 COST-VARIANCE-EDITED PIC -(6)9.99.
       01 INVOICE-TOTAL PIC 9(11)V99.
       01 INVOICE-TOTAL-EDITED PIC Z(10)9.99.
       01 INVOICE-DATE PIC 9(8).
       01 PAYMENT-TERMS PIC 9(3).
       01 DEFAULT-PAYMENT-TERMS PIC 9(3) VALUE 30.
       01 DUE-INTEGER PIC 9(8).
       01 TODAY-DATE PIC 9(8).
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
           88 TABLE-FULL-WARNED VALUE 'Y'.
       01 RECEIVED-COUNT PIC 9(5) VALUE 0.
       PROGRAM-START.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           PERFORM ENSURE-SUPPLIER-FILE-EXISTS.
           PERFORM ENSURE-PAYABLES-FILE-EXISTS.
           GO TO MAIN-LOOP.

       MAIN-LOOP.
               CLOSE SUPPLIER-FILE
           END-IF.

       ENSURE-PAYABLES-FILE-EXISTS.
           OPEN INPUT PAYABLES-FILE.
           IF PAYABLES-FILE-STATUS = "35"
               OPEN OUTPUT PAYABLES-FILE
               CLOSE PAYABLES-FILE
           ELSE
               CLOSE PAYABLES-FILE
           END-IF.

       ENSURE-INVOICE-FILE-EXISTS.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "35"
               OPEN INPUT SHOP-FILE
               MOVE 0 TO MATCHED-COUNT
               MOVE 0 TO DISCREPANCY-COUNT
               MOVE 0 TO INVOICE-TOTAL
               MOVE 0 TO INVOICE-DATE
               DISPLAY "THREE-WAY MATCH -- INVOICE " INVOICE-NO-INPUT
                   " SUPPLIER " SUPPLIER-ID-INPUT
               MOVE 'N' TO END-OF-FILE
                           IF INV-SUPPLIER-ID = SUPPLIER-ID-INPUT
                               AND INV-INVOICE-NO = INVOICE-NO-INPUT
                               PERFORM MATCH-ONE-INVOICE-LINE
                               PERFORM ADD-TO-INVOICE-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
                       DISPLAY "DO NOT PAY until the discrepancies "
                           "above are resolved with the supplier."
                   END-IF
                   PERFORM POST-TO-PAYABLES
               END-IF
           END-IF.

       ADD-TO-INVOICE-TOTAL.
           COMPUTE INVOICE-TOTAL = INVOICE-TOTAL
               + INV-QTY * INV-UNIT-COST.
           IF INVOICE-DATE = 0 OR INV-REC-DATE < INVOICE-DATE
               MOVE INV-REC-DATE TO INVOICE-DATE
           END-IF.

       POST-TO-PAYABLES.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DEFAULT-PAYMENT-TERMS TO PAYMENT-TERMS.
           OPEN INPUT SUPPLIER-FILE.
           MOVE SUPPLIER-ID-INPUT TO SUPPLIER-ID.
           READ SUPPLIER-FILE
               INVALID KEY
                   DISPLAY "Supplier not on supplier.dat -- "
                       DEFAULT-PAYMENT-TERMS " days terms assumed."
               NOT INVALID KEY
                   MOVE SUPPLIER-PAYMENT-TERMS TO PAYMENT-TERMS
           END-READ.
           CLOSE SUPPLIER-FILE.

           OPEN I-O PAYABLES-FILE.
           MOVE SUPPLIER-ID-INPUT TO PAY-SUPPLIER-ID.
           MOVE INVOICE-NO-INPUT TO PAY-INVOICE-NO.
           READ PAYABLES-FILE
               INVALID KEY
                   PERFORM BUILD-PAYABLE-ENTRY
                   WRITE PAYABLE-RECORD
                   PERFORM SHOW-PAYABLE-ENTRY
               NOT INVALID KEY
                   IF PAY-STATUS = "P"
                       DISPLAY "Invoice already paid on "
                           PAY-PAID-DATE
                           " -- payables.dat not changed."
                   ELSE
                       PERFORM BUILD-PAYABLE-ENTRY
                       REWRITE PAYABLE-RECORD
                       PERFORM SHOW-PAYABLE-ENTRY
                   END-IF
           END-READ.
           CLOSE PAYABLES-FILE.

       BUILD-PAYABLE-ENTRY.
           MOVE INVOICE-DATE TO PAY-INVOICE-DATE.
           MOVE TODAY-DATE TO PAY-MATCHED-DATE.
           COMPUTE DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(INVOICE-DATE) + PAYMENT-TERMS.
           MOVE FUNCTION DATE-OF-INTEGER(DUE-INTEGER) TO PAY-DUE-DATE.
           MOVE INVOICE-TOTAL TO PAY-AMOUNT.
           MOVE 0 TO PAY-PAID-DATE.
           IF DISCREPANCY-COUNT = 0
               MOVE "O" TO PAY-STATUS
           ELSE
               MOVE "H" TO PAY-STATUS
           END-IF.

       SHOW-PAYABLE-ENTRY.
           MOVE PAY-AMOUNT TO INVOICE-TOTAL-EDITED.
           IF PAY-STATUS = "O"
               DISPLAY "Posted to payables.dat as OPEN: "
                   INVOICE-TOTAL-EDITED " due " PAY-DUE-DATE "."
           ELSE
               DISPLAY "Posted to payables.dat as HELD: "
                   INVOICE-TOTAL-EDITED
                   " -- kept out of the payment run until it "
                   "matches clean."
           END-IF.

       LOAD-RECEIVED-TOTALS.
           MOVE 0 TO RECEIVED-COUNT.
           OPEN INPUT RECEIVED-LOG.
