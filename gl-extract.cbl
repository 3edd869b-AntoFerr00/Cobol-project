       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.

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
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.
           SELECT TENDER-LOG ASSIGN TO "tenderlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "auditfile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT RECEIVED-LOG ASSIGN TO "receivedlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVED-LOG-STATUS.
           SELECT JOURNAL-FILE ASSIGN USING JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT GL-CONTROL-FILE ASSIGN TO "glcontrol.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD SALES-LOG.
           COPY SALESLOG.

       FD TENDER-LOG.
           COPY TENDEREC.

       FD AUDIT-FILE.
           COPY AUDITREC.

       FD RECEIVED-LOG.
           COPY GRNREC.

       FD JOURNAL-FILE.
           COPY GLJOURNL.

       FD GL-CONTROL-FILE.
       01 GL-CONTROL-RECORD.
           05 GLC-JOURNAL-DATE PIC 9(8).
           05 GLC-EXTRACT-TIME PIC 9(14).
           05 GLC-LINE-COUNT PIC 9(4).
           05 GLC-DEBIT-TOTAL PIC 9(13)V99.
           05 GLC-JOURNAL-FILE PIC X(40).

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 TENDER-LOG-STATUS PIC XX.
       01 AUDIT-FILE-STATUS PIC XX.
       01 RECEIVED-LOG-STATUS PIC XX.
       01 JOURNAL-FILE-STATUS PIC XX.
       01 GL-CONTROL-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 AUDIT-REC-DATE PIC 9(8).
       01 JOURNAL-FILENAME PIC X(40).
       01 ALREADY-EXTRACTED PIC X VALUE 'N'.
       01 EXTRACTED-AT PIC 9(14).
       01 LOOKUP-COST PIC 9(5)V99.
       01 MISSING-COST-COUNT PIC 9(5) VALUE 0.
       01 SALE-LINE-COUNT PIC 9(5) VALUE 0.
       01 TENDER-LINE-COUNT PIC 9(5) VALUE 0.
       01 RECEIVED-LINE-COUNT PIC 9(5) VALUE 0.
       01 ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
       01 WRITE-OFF-COUNT PIC 9(5) VALUE 0.
       01 LINE-GROSS PIC 9(11)V99.
       01 LINE-TAX PIC 9(11)V99.
       01 LINE-NET PIC 9(11)V99.
       01 LINE-COST PIC 9(11)V99.
       01 STOCK-MOVEMENT PIC S9(7).
       01 POST-ACCOUNT PIC 99.
       01 POST-AMOUNT PIC 9(13)V99.
       01 TAX-ACCOUNT PIC 99.
       01 CASH-ACCOUNT PIC 99 VALUE 1.
       01 CARD-ACCOUNT PIC 99 VALUE 2.
       01 UNTENDERED-ACCOUNT PIC 99 VALUE 3.
       01 STOCK-ACCOUNT PIC 99 VALUE 4.
       01 GRNI-ACCOUNT PIC 99 VALUE 5.
       01 STANDARD-TAX-ACCOUNT PIC 99 VALUE 6.
       01 REDUCED-TAX-ACCOUNT PIC 99 VALUE 7.
       01 ZERO-TAX-ACCOUNT PIC 99 VALUE 8.
       01 VOUCHER-ACCOUNT PIC 99 VALUE 9.
       01 SALES-ACCOUNT PIC 99 VALUE 10.
       01 RETURNS-ACCOUNT PIC 99 VALUE 11.
       01 COST-OF-SALES-ACCOUNT PIC 99 VALUE 12.
       01 ADJUSTMENT-ACCOUNT PIC 99 VALUE 13.
       01 WRITE-OFF-ACCOUNT PIC 99 VALUE 14.
       01 MOVEMENT-ACCOUNT PIC 99.
       01 ACCOUNT-COUNT PIC 99 VALUE 14.
       01 ACCOUNT-I PIC 99.
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 14 TIMES.
               10 AC-CODE PIC X(4).
               10 AC-NAME PIC X(30).
               10 AC-DEBIT PIC 9(13)V99.
               10 AC-CREDIT PIC 9(13)V99.
       01 DEBIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 CREDIT-TOTAL PIC 9(13)V99 VALUE 0.
       01 OUT-OF-BALANCE PIC S9(13)V99.
       01 JOURNAL-LINE-COUNT PIC 9(4) VALUE 0.
       01 DEBIT-EDITED PIC Z(12)9.99.
       01 CREDIT-EDITED PIC Z(12)9.99.
       01 DIFFERENCE-EDITED PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.

           DISPLAY "GENERAL LEDGER JOURNAL EXTRACT FOR " RUN-DATE.

           PERFORM CHECK-ALREADY-EXTRACTED.
           IF ALREADY-EXTRACTED = 'Y'
               DISPLAY "Journal for " RUN-DATE " was already "
                   "extracted at " EXTRACTED-AT
                   " -- not extracted again."
               STOP RUN
           END-IF.

           PERFORM SET-UP-ACCOUNTS.

           OPEN INPUT SHOP-FILE.
           IF SHOP-FILE-STATUS = "35"
               DISPLAY "Shop file not found: shopfile.dat -- "
                   "no costs to value stock movements at."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM JOURNAL-SALES-LOG.
           PERFORM JOURNAL-TENDER-LOG.
           PERFORM JOURNAL-RECEIVED-LOG.
           PERFORM JOURNAL-AUDIT-ADJUSTMENTS.
           CLOSE SHOP-FILE.

           DISPLAY "Sales lines: " SALE-LINE-COUNT
               " Tenders: " TENDER-LINE-COUNT
               " Receipts in: " RECEIVED-LINE-COUNT
               " Adjustments: " ADJUSTMENT-COUNT
               " Write-offs: " WRITE-OFF-COUNT.
           IF MISSING-COST-COUNT > 0
               DISPLAY "WARNING: " MISSING-COST-COUNT " movements "
                   "for items not on shopfile.dat were valued at "
                   "zero cost."
           END-IF.

           PERFORM PRINT-ACCOUNT-LINE
               VARYING ACCOUNT-I FROM 1 BY 1
               UNTIL ACCOUNT-I > ACCOUNT-COUNT.
           MOVE DEBIT-TOTAL TO DEBIT-EDITED.
           MOVE CREDIT-TOTAL TO CREDIT-EDITED.
           DISPLAY "CONTROL TOTAL  Debits: " DEBIT-EDITED
               " Credits: " CREDIT-EDITED.

           IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               COMPUTE OUT-OF-BALANCE = DEBIT-TOTAL - CREDIT-TOTAL
               MOVE OUT-OF-BALANCE TO DIFFERENCE-EDITED
               DISPLAY "JOURNAL DOES NOT BALANCE -- difference "
                   DIFFERENCE-EDITED "."
               DISPLAY "No journal written and " RUN-DATE
                   " not marked as extracted -- check saleslog.dat "
                   "against tenderlog.dat and rerun."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-JOURNAL-FILE.
           PERFORM RECORD-EXTRACTED-DATE.
           DISPLAY "Journal written: " JOURNAL-FILENAME
               " (" JOURNAL-LINE-COUNT " lines).".
           DISPLAY "End of extract.".
           STOP RUN.

       CHECK-ALREADY-EXTRACTED.
           MOVE 'N' TO ALREADY-EXTRACTED.
           OPEN INPUT GL-CONTROL-FILE.
           IF GL-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF GLC-JOURNAL-DATE = RUN-DATE
                               MOVE 'Y' TO ALREADY-EXTRACTED
                               MOVE GLC-EXTRACT-TIME TO EXTRACTED-AT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-CONTROL-FILE
           END-IF.

       SET-UP-ACCOUNTS.
           MOVE "1000" TO AC-CODE (1).
           MOVE "CASH IN HAND" TO AC-NAME (1).
           MOVE "1010" TO AC-CODE (2).
           MOVE "CARD RECEIPTS CLEARING" TO AC-NAME (2).
           MOVE "1100" TO AC-CODE (3).
           MOVE "UNTENDERED SALES CONTROL" TO AC-NAME (3).
           MOVE "1200" TO AC-CODE (4).
           MOVE "STOCK" TO AC-NAME (4).
           MOVE "2100" TO AC-CODE (5).
           MOVE "GOODS RECEIVED NOT INVOICED" TO AC-NAME (5).
           MOVE "2201" TO AC-CODE (6).
           MOVE "OUTPUT TAX STANDARD" TO AC-NAME (6).
           MOVE "2202" TO AC-CODE (7).
           MOVE "OUTPUT TAX REDUCED" TO AC-NAME (7).
           MOVE "2203" TO AC-CODE (8).
           MOVE "OUTPUT TAX ZERO" TO AC-NAME (8).
           MOVE "2300" TO AC-CODE (9).
           MOVE "VOUCHER LIABILITY" TO AC-NAME (9).
           MOVE "4000" TO AC-CODE (10).
           MOVE "SALES" TO AC-NAME (10).
           MOVE "4010" TO AC-CODE (11).
           MOVE "SALES RETURNS" TO AC-NAME (11).
           MOVE "5000" TO AC-CODE (12).
           MOVE "COST OF SALES" TO AC-NAME (12).
           MOVE "5100" TO AC-CODE (13).
           MOVE "STOCK ADJUSTMENTS" TO AC-NAME (13).
           MOVE "5110" TO AC-CODE (14).
           MOVE "STOCK WRITE-OFFS" TO AC-NAME (14).
           PERFORM VARYING ACCOUNT-I FROM 1 BY 1
               UNTIL ACCOUNT-I > ACCOUNT-COUNT
               MOVE 0 TO AC-DEBIT (ACCOUNT-I)
               MOVE 0 TO AC-CREDIT (ACCOUNT-I)
           END-PERFORM.

       POST-DEBIT.
           ADD POST-AMOUNT TO AC-DEBIT (POST-ACCOUNT).
           ADD POST-AMOUNT TO DEBIT-TOTAL.

       POST-CREDIT.
           ADD POST-AMOUNT TO AC-CREDIT (POST-ACCOUNT).
           ADD POST-AMOUNT TO CREDIT-TOTAL.

       LOOKUP-ITEM-COST.
           READ SHOP-FILE
               INVALID KEY
                   MOVE 0 TO LOOKUP-COST
                   ADD 1 TO MISSING-COST-COUNT
               NOT INVALID KEY
                   MOVE ITEM-COST TO LOOKUP-COST
           END-READ.

       JOURNAL-SALES-LOG.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "35"
               DISPLAY "Sales log not found: saleslog.dat -- "
                   "no sales to journal."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SALES-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF SALE-REC-DATE = RUN-DATE
                               PERFORM JOURNAL-SALE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-LOG
           END-IF.

       JOURNAL-SALE-LINE.
           ADD 1 TO SALE-LINE-COUNT.
           COMPUTE LINE-GROSS = SALE-QTY * SALE-PRICE.
           EVALUATE SALE-TAX-CATEGORY
               WHEN "S"
                   MOVE STANDARD-TAX-ACCOUNT TO TAX-ACCOUNT
                   MOVE SALE-TAX-AMOUNT TO LINE-TAX
               WHEN "R"
                   MOVE REDUCED-TAX-ACCOUNT TO TAX-ACCOUNT
                   MOVE SALE-TAX-AMOUNT TO LINE-TAX
               WHEN "Z"
                   MOVE ZERO-TAX-ACCOUNT TO TAX-ACCOUNT
                   MOVE SALE-TAX-AMOUNT TO LINE-TAX
               WHEN OTHER
                   MOVE 0 TO TAX-ACCOUNT
                   MOVE 0 TO LINE-TAX
           END-EVALUATE.
           COMPUTE LINE-NET = LINE-GROSS - LINE-TAX.
           MOVE SALE-ITEM-ID TO ITEM-ID.
           PERFORM LOOKUP-ITEM-COST.
           COMPUTE LINE-COST = SALE-QTY * LOOKUP-COST.

           IF SALE-LINE-TYPE = "R"
               MOVE RETURNS-ACCOUNT TO POST-ACCOUNT
               MOVE LINE-NET TO POST-AMOUNT
               PERFORM POST-DEBIT
               IF TAX-ACCOUNT > 0
                   MOVE TAX-ACCOUNT TO POST-ACCOUNT
                   MOVE LINE-TAX TO POST-AMOUNT
                   PERFORM POST-DEBIT
               END-IF
               MOVE STOCK-ACCOUNT TO POST-ACCOUNT
               MOVE LINE-COST TO POST-AMOUNT
               PERFORM POST-DEBIT
               MOVE COST-OF-SALES-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-CREDIT
           ELSE
               MOVE SALES-ACCOUNT TO POST-ACCOUNT
               MOVE LINE-NET TO POST-AMOUNT
               PERFORM POST-CREDIT
               IF TAX-ACCOUNT > 0
                   MOVE TAX-ACCOUNT TO POST-ACCOUNT
                   MOVE LINE-TAX TO POST-AMOUNT
                   PERFORM POST-CREDIT
               END-IF
               MOVE COST-OF-SALES-ACCOUNT TO POST-ACCOUNT
               MOVE LINE-COST TO POST-AMOUNT
               PERFORM POST-DEBIT
               MOVE STOCK-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-CREDIT
               IF SALE-RECEIPT-NO = 0
                   MOVE UNTENDERED-ACCOUNT TO POST-ACCOUNT
                   MOVE LINE-GROSS TO POST-AMOUNT
                   PERFORM POST-DEBIT
               END-IF
           END-IF.

       JOURNAL-TENDER-LOG.
           OPEN INPUT TENDER-LOG.
           IF TENDER-LOG-STATUS = "35"
               DISPLAY "Tender log not found: tenderlog.dat -- "
                   "no takings to journal."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ TENDER-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF TENDER-REC-DATE = RUN-DATE
                               PERFORM JOURNAL-TENDER-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TENDER-LOG
           END-IF.

       JOURNAL-TENDER-LINE.
           ADD 1 TO TENDER-LINE-COUNT.
           MOVE TENDER-SALE-TOTAL TO POST-AMOUNT.
           EVALUATE TENDER-TYPE
               WHEN "C"
                   MOVE CASH-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-DEBIT
               WHEN "R"
                   MOVE CASH-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-CREDIT
               WHEN "S"
                   MOVE CARD-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-CREDIT
               WHEN "V"
                   MOVE VOUCHER-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-DEBIT
               WHEN "G"
               WHEN "K"
                   MOVE VOUCHER-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-CREDIT
               WHEN "N"
                   MOVE UNTENDERED-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-DEBIT
               WHEN OTHER
                   MOVE CARD-ACCOUNT TO POST-ACCOUNT
                   PERFORM POST-DEBIT
           END-EVALUATE.

       JOURNAL-RECEIVED-LOG.
           OPEN INPUT RECEIVED-LOG.
           IF RECEIVED-LOG-STATUS = "35"
               DISPLAY "Goods-received log not found: "
                   "receivedlog.dat -- no deliveries to journal."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ RECEIVED-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           IF GRN-REC-DATE = RUN-DATE
                               PERFORM JOURNAL-RECEIVED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-LOG
           END-IF.

       JOURNAL-RECEIVED-LINE.
           ADD 1 TO RECEIVED-LINE-COUNT.
           MOVE GRN-ITEM-ID TO ITEM-ID.
           PERFORM LOOKUP-ITEM-COST.
           COMPUTE POST-AMOUNT = GRN-RECEIVED-QTY * LOOKUP-COST.
           MOVE STOCK-ACCOUNT TO POST-ACCOUNT.
           PERFORM POST-DEBIT.
           MOVE GRNI-ACCOUNT TO POST-ACCOUNT.
           PERFORM POST-CREDIT.

       JOURNAL-AUDIT-ADJUSTMENTS.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               DISPLAY "Audit file not found: auditfile.dat -- "
                   "no stock adjustments to journal."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE AUDIT-TIMESTAMP (1:8)
                               TO AUDIT-REC-DATE
                           IF AUDIT-REC-DATE = RUN-DATE
                               AND AUDIT-ACTION = "COUNT-ADJ"
                               ADD 1 TO ADJUSTMENT-COUNT
                               MOVE ADJUSTMENT-ACCOUNT
                                   TO MOVEMENT-ACCOUNT
                               PERFORM JOURNAL-ADJUSTMENT-LINE
                           END-IF
                           IF AUDIT-REC-DATE = RUN-DATE
                               AND AUDIT-ACTION = "WRITE-OFF"
                               ADD 1 TO WRITE-OFF-COUNT
                               MOVE WRITE-OFF-ACCOUNT
                                   TO MOVEMENT-ACCOUNT
                               PERFORM JOURNAL-ADJUSTMENT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       JOURNAL-ADJUSTMENT-LINE.
           COMPUTE STOCK-MOVEMENT =
               AUDIT-NEW-STOCK + AUDIT-NEW-WAREHOUSE
               - AUDIT-OLD-STOCK - AUDIT-OLD-WAREHOUSE.
           MOVE AUDIT-ITEM-ID TO ITEM-ID.
           PERFORM LOOKUP-ITEM-COST.
           IF STOCK-MOVEMENT < 0
               COMPUTE POST-AMOUNT = (0 - STOCK-MOVEMENT) * LOOKUP-COST
               MOVE MOVEMENT-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-DEBIT
               MOVE STOCK-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-CREDIT
           ELSE
               COMPUTE POST-AMOUNT = STOCK-MOVEMENT * LOOKUP-COST
               MOVE STOCK-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-DEBIT
               MOVE MOVEMENT-ACCOUNT TO POST-ACCOUNT
               PERFORM POST-CREDIT
           END-IF.

       PRINT-ACCOUNT-LINE.
           IF AC-DEBIT (ACCOUNT-I) > 0 OR AC-CREDIT (ACCOUNT-I) > 0
               MOVE AC-DEBIT (ACCOUNT-I) TO DEBIT-EDITED
               MOVE AC-CREDIT (ACCOUNT-I) TO CREDIT-EDITED
               DISPLAY AC-CODE (ACCOUNT-I)
                   " " AC-NAME (ACCOUNT-I)
                   " Dr: " DEBIT-EDITED
                   " Cr: " CREDIT-EDITED
           END-IF.

       WRITE-JOURNAL-FILE.
           MOVE SPACES TO JOURNAL-FILENAME.
           STRING "gljournal_" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO JOURNAL-FILENAME
           END-STRING.
           OPEN OUTPUT JOURNAL-FILE.

           MOVE "H" TO GL-RECORD-TYPE.
           MOVE RUN-DATE TO GL-JOURNAL-DATE.
           MOVE 0 TO GL-LINE-NO.
           MOVE SPACES TO GL-ACCOUNT-CODE.
           MOVE "DAILY SHOP TRADING JOURNAL" TO GL-ACCOUNT-NAME.
           MOVE 0 TO GL-DEBIT.
           MOVE 0 TO GL-CREDIT.
           WRITE GL-JOURNAL-RECORD.

           MOVE 0 TO JOURNAL-LINE-COUNT.
           PERFORM WRITE-ACCOUNT-LINES
               VARYING ACCOUNT-I FROM 1 BY 1
               UNTIL ACCOUNT-I > ACCOUNT-COUNT.

           MOVE "T" TO GL-RECORD-TYPE.
           MOVE RUN-DATE TO GL-JOURNAL-DATE.
           MOVE JOURNAL-LINE-COUNT TO GL-LINE-NO.
           MOVE SPACES TO GL-ACCOUNT-CODE.
           MOVE "CONTROL TOTAL" TO GL-ACCOUNT-NAME.
           MOVE DEBIT-TOTAL TO GL-DEBIT.
           MOVE CREDIT-TOTAL TO GL-CREDIT.
           WRITE GL-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       WRITE-ACCOUNT-LINES.
           IF AC-DEBIT (ACCOUNT-I) > 0
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE "D" TO GL-RECORD-TYPE
               MOVE RUN-DATE TO GL-JOURNAL-DATE
               MOVE JOURNAL-LINE-COUNT TO GL-LINE-NO
               MOVE AC-CODE (ACCOUNT-I) TO GL-ACCOUNT-CODE
               MOVE AC-NAME (ACCOUNT-I) TO GL-ACCOUNT-NAME
               MOVE AC-DEBIT (ACCOUNT-I) TO GL-DEBIT
               MOVE 0 TO GL-CREDIT
               WRITE GL-JOURNAL-RECORD
           END-IF.
           IF AC-CREDIT (ACCOUNT-I) > 0
               ADD 1 TO JOURNAL-LINE-COUNT
               MOVE "D" TO GL-RECORD-TYPE
               MOVE RUN-DATE TO GL-JOURNAL-DATE
               MOVE JOURNAL-LINE-COUNT TO GL-LINE-NO
               MOVE AC-CODE (ACCOUNT-I) TO GL-ACCOUNT-CODE
               MOVE AC-NAME (ACCOUNT-I) TO GL-ACCOUNT-NAME
               MOVE 0 TO GL-DEBIT
               MOVE AC-CREDIT (ACCOUNT-I) TO GL-CREDIT
               WRITE GL-JOURNAL-RECORD
           END-IF.

       ENSURE-GL-CONTROL-EXISTS.
           OPEN INPUT GL-CONTROL-FILE.
           IF GL-CONTROL-STATUS = "35"
               OPEN OUTPUT GL-CONTROL-FILE
               CLOSE GL-CONTROL-FILE
           ELSE
               CLOSE GL-CONTROL-FILE
           END-IF.

       RECORD-EXTRACTED-DATE.
           PERFORM ENSURE-GL-CONTROL-EXISTS.
           OPEN EXTEND GL-CONTROL-FILE.
           MOVE RUN-DATE TO GLC-JOURNAL-DATE.
           MOVE FUNCTION CURRENT-DATE (1:14) TO GLC-EXTRACT-TIME.
           MOVE JOURNAL-LINE-COUNT TO GLC-LINE-COUNT.
           MOVE DEBIT-TOTAL TO GLC-DEBIT-TOTAL.
           MOVE JOURNAL-FILENAME TO GLC-JOURNAL-FILE.
           WRITE GL-CONTROL-RECORD.
           CLOSE GL-CONTROL-FILE.
