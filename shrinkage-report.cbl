       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRINKAGE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-FILE ASSIGN TO "writeofflog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITE-OFF-FILE-STATUS.
           SELECT SALES-LOG ASSIGN TO "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALES-LOG-STATUS.
           SELECT REASON-FILE ASSIGN TO "reasoncode.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REASON-CODE
               FILE STATUS IS REASON-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WRITE-OFF-FILE.
           COPY WRITEOFF.

       FD SALES-LOG.
           COPY SALESLOG.

       FD REASON-FILE.
           COPY REASONCD.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       WORKING-STORAGE SECTION.
       01 WRITE-OFF-FILE-STATUS PIC XX.
       01 SALES-LOG-STATUS PIC XX.
       01 REASON-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 REPORT-MONTH PIC X(6).
       01 WO-REC-MONTH PIC X(6).
       01 SALE-REC-MONTH PIC X(6).
       01 LINE-VALUE PIC 9(10)V99.
       01 WRITE-OFF-COUNT PIC 9(5) VALUE 0.
       01 WRITE-OFF-QTY-TOTAL PIC 9(7) VALUE 0.
       01 WRITE-OFF-VALUE-TOTAL PIC 9(11)V99 VALUE 0.
       01 SALES-VALUE-TOTAL PIC S9(13)V99 VALUE 0.
       01 HANDLING-VALUE PIC 9(11)V99 VALUE 0.
       01 SHELF-LIFE-VALUE PIC 9(11)V99 VALUE 0.
       01 THEFT-VALUE PIC 9(11)V99 VALUE 0.
       01 OTHER-VALUE PIC 9(11)V99 VALUE 0.
       01 GROUP-VALUE PIC 9(11)V99.
       01 GROUP-NAME PIC X(10).
       01 SHRINK-PERCENT PIC 9(5)V99.
       01 PERCENT-EDITED PIC ZZZZ9.99.
       01 SHARE-PERCENT PIC 9(3)V99.
       01 SHARE-EDITED PIC ZZ9.99.
       01 SALES-EDITED PIC -(13)9.99.
       01 SUPPLIER-NAME-HOLD PIC X(30).
       01 ENTRY-FOUND PIC X.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
           88 TABLE-FULL-WARNED VALUE 'Y'.
       01 REASON-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 REASON-TOTAL-TABLE.
           05 REASON-TOTAL-ENTRY OCCURS 500 TIMES
               INDEXED BY RT-IDX.
               10 RT-REASON-CODE PIC X(4).
               10 RT-DESCRIPTION PIC X(30).
               10 RT-GROUP PIC X.
               10 RT-QTY PIC 9(7).
               10 RT-VALUE PIC 9(11)V99.
       01 ITEM-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 ITEM-TOTAL-TABLE.
           05 ITEM-TOTAL-ENTRY OCCURS 500 TIMES
               INDEXED BY IT-IDX.
               10 IT-ITEM-ID PIC 9(5).
               10 IT-ITEM-NAME PIC X(30).
               10 IT-SUPPLIER-ID PIC 9(5).
               10 IT-QTY PIC 9(7).
               10 IT-VALUE PIC 9(11)V99.
               10 IT-SALES-VALUE PIC S9(11)V99.
       01 SUPPLIER-TOTAL-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-TOTAL-TABLE.
           05 SUPPLIER-TOTAL-ENTRY OCCURS 500 TIMES
               INDEXED BY ST-IDX.
               10 ST-SUPPLIER-ID PIC 9(5).
               10 ST-QTY PIC 9(7).
               10 ST-VALUE PIC 9(11)V99.
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).
       01 REASON-SWAP-ENTRY.
           05 SWAP-REASON-CODE PIC X(4).
           05 SWAP-DESCRIPTION PIC X(30).
           05 SWAP-GROUP PIC X.
           05 SWAP-REASON-QTY PIC 9(7).
           05 SWAP-REASON-VALUE PIC 9(11)V99.
       01 ITEM-SWAP-ENTRY.
           05 SWAP-ITEM-ID PIC 9(5).
           05 SWAP-ITEM-NAME PIC X(30).
           05 SWAP-ITEM-SUPPLIER-ID PIC 9(5).
           05 SWAP-ITEM-QTY PIC 9(7).
           05 SWAP-ITEM-VALUE PIC 9(11)V99.
           05 SWAP-ITEM-SALES-VALUE PIC S9(11)V99.
       01 SUPPLIER-SWAP-ENTRY.
           05 SWAP-SUPPLIER-ID PIC 9(5).
           05 SWAP-SUPPLIER-QTY PIC 9(7).
           05 SWAP-SUPPLIER-VALUE PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
               MOVE RUN-DATE (1:6) TO REPORT-MONTH
           ELSE
               MOVE RUN-DATE-ARG (1:6) TO REPORT-MONTH
           END-IF.

           DISPLAY "SHRINKAGE REPORT FOR MONTH " REPORT-MONTH
               " (WRITE-OFFS AT COST)".

           OPEN INPUT WRITE-OFF-FILE.
           IF WRITE-OFF-FILE-STATUS = "35"
               DISPLAY "Write-off log not found: writeofflog.dat -- "
                   "no stock has been written off."
               DISPLAY "End of report."
               STOP RUN
           END-IF.
           OPEN INPUT REASON-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ WRITE-OFF-FILE
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       MOVE WO-TIMESTAMP (1:6) TO WO-REC-MONTH
                       IF WO-REC-MONTH = REPORT-MONTH
                           PERFORM ACCUMULATE-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM.
           IF REASON-FILE-STATUS NOT = "35"
               CLOSE REASON-FILE
           END-IF.
           CLOSE WRITE-OFF-FILE.

           IF WRITE-OFF-COUNT = 0
               DISPLAY "No write-offs in " REPORT-MONTH "."
               DISPLAY "End of report."
               STOP RUN
           END-IF.

           PERFORM TOTAL-MONTH-SALES.

           PERFORM SORT-REASONS-BY-VALUE.
           DISPLAY "BY REASON (LARGEST LOSS FIRST)".
           PERFORM PRINT-REASON-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > REASON-TOTAL-COUNT.

           DISPLAY "BY CAUSE".
           MOVE "HANDLING" TO GROUP-NAME.
           MOVE HANDLING-VALUE TO GROUP-VALUE.
           PERFORM PRINT-GROUP-LINE.
           MOVE "SHELF LIFE" TO GROUP-NAME.
           MOVE SHELF-LIFE-VALUE TO GROUP-VALUE.
           PERFORM PRINT-GROUP-LINE.
           MOVE "THEFT" TO GROUP-NAME.
           MOVE THEFT-VALUE TO GROUP-VALUE.
           PERFORM PRINT-GROUP-LINE.
           MOVE "OTHER" TO GROUP-NAME.
           MOVE OTHER-VALUE TO GROUP-VALUE.
           PERFORM PRINT-GROUP-LINE.

           PERFORM SORT-ITEMS-BY-VALUE.
           DISPLAY "BY ITEM (LARGEST LOSS FIRST)".
           PERFORM PRINT-ITEM-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > ITEM-TOTAL-COUNT.

           PERFORM SORT-SUPPLIERS-BY-VALUE.
           DISPLAY "BY SUPPLIER (LARGEST LOSS FIRST)".
           OPEN INPUT SUPPLIER-FILE.
           PERFORM PRINT-SUPPLIER-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > SUPPLIER-TOTAL-COUNT.
           IF SUPPLIER-FILE-STATUS NOT = "35"
               CLOSE SUPPLIER-FILE
           END-IF.

           DISPLAY "--------------------------------".
           DISPLAY "Write-offs:            " WRITE-OFF-COUNT.
           DISPLAY "Units written off:     " WRITE-OFF-QTY-TOTAL.
           DISPLAY "Value at cost:         " WRITE-OFF-VALUE-TOTAL.
           MOVE SALES-VALUE-TOTAL TO SALES-EDITED.
           DISPLAY "Net sales for month:   " SALES-EDITED.
           IF SALES-VALUE-TOTAL > 0
               COMPUTE SHRINK-PERCENT ROUNDED =
                   WRITE-OFF-VALUE-TOTAL * 100 / SALES-VALUE-TOTAL
               MOVE SHRINK-PERCENT TO PERCENT-EDITED
               DISPLAY "Shrink as % of sales:  " PERCENT-EDITED
           ELSE
               DISPLAY "Shrink as % of sales:  n/a (no sales)"
           END-IF.
           DISPLAY "End of report.".
           STOP RUN.

       ACCUMULATE-WRITE-OFF.
           ADD 1 TO WRITE-OFF-COUNT.
           COMPUTE LINE-VALUE = WO-QTY * WO-UNIT-COST.
           ADD WO-QTY TO WRITE-OFF-QTY-TOTAL.
           ADD LINE-VALUE TO WRITE-OFF-VALUE-TOTAL.
           PERFORM ACCUMULATE-REASON-TOTAL.
           PERFORM ACCUMULATE-ITEM-TOTAL.
           PERFORM ACCUMULATE-SUPPLIER-TOTAL.

       ACCUMULATE-REASON-TOTAL.
           MOVE 'N' TO ENTRY-FOUND.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > REASON-TOTAL-COUNT
                   OR ENTRY-FOUND = 'Y'
               IF RT-REASON-CODE (RT-IDX) = WO-REASON-CODE
                   ADD WO-QTY TO RT-QTY (RT-IDX)
                   ADD LINE-VALUE TO RT-VALUE (RT-IDX)
                   PERFORM ADD-TO-GROUP-TOTAL
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = 'N'
               IF REASON-TOTAL-COUNT < 500
                   ADD 1 TO REASON-TOTAL-COUNT
                   SET RT-IDX TO REASON-TOTAL-COUNT
                   MOVE WO-REASON-CODE TO RT-REASON-CODE (RT-IDX)
                   PERFORM LOOKUP-REASON
                   MOVE WO-QTY TO RT-QTY (RT-IDX)
                   MOVE LINE-VALUE TO RT-VALUE (RT-IDX)
                   PERFORM ADD-TO-GROUP-TOTAL
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 distinct "
                           "entries -- results truncated."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOKUP-REASON.
           MOVE "O" TO RT-GROUP (RT-IDX).
           MOVE "*** NOT ON REASONCODE.DAT ***"
               TO RT-DESCRIPTION (RT-IDX).
           IF REASON-FILE-STATUS NOT = "35"
               MOVE WO-REASON-CODE TO REASON-CODE
               READ REASON-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REASON-DESCRIPTION
                           TO RT-DESCRIPTION (RT-IDX)
                       MOVE REASON-GROUP TO RT-GROUP (RT-IDX)
               END-READ
           END-IF.

       ADD-TO-GROUP-TOTAL.
           EVALUATE RT-GROUP (RT-IDX)
               WHEN "H"
                   ADD LINE-VALUE TO HANDLING-VALUE
               WHEN "S"
                   ADD LINE-VALUE TO SHELF-LIFE-VALUE
               WHEN "T"
                   ADD LINE-VALUE TO THEFT-VALUE
               WHEN OTHER
                   ADD LINE-VALUE TO OTHER-VALUE
           END-EVALUATE.

       ACCUMULATE-ITEM-TOTAL.
           MOVE 'N' TO ENTRY-FOUND.
           PERFORM VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > ITEM-TOTAL-COUNT
                   OR ENTRY-FOUND = 'Y'
               IF IT-ITEM-ID (IT-IDX) = WO-ITEM-ID
                   ADD WO-QTY TO IT-QTY (IT-IDX)
                   ADD LINE-VALUE TO IT-VALUE (IT-IDX)
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = 'N'
               IF ITEM-TOTAL-COUNT < 500
                   ADD 1 TO ITEM-TOTAL-COUNT
                   SET IT-IDX TO ITEM-TOTAL-COUNT
                   MOVE WO-ITEM-ID TO IT-ITEM-ID (IT-IDX)
                   MOVE WO-ITEM-NAME TO IT-ITEM-NAME (IT-IDX)
                   MOVE WO-SUPPLIER-ID TO IT-SUPPLIER-ID (IT-IDX)
                   MOVE WO-QTY TO IT-QTY (IT-IDX)
                   MOVE LINE-VALUE TO IT-VALUE (IT-IDX)
                   MOVE 0 TO IT-SALES-VALUE (IT-IDX)
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 distinct "
                           "entries -- results truncated."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-SUPPLIER-TOTAL.
           MOVE 'N' TO ENTRY-FOUND.
           PERFORM VARYING ST-IDX FROM 1 BY 1
               UNTIL ST-IDX > SUPPLIER-TOTAL-COUNT
                   OR ENTRY-FOUND = 'Y'
               IF ST-SUPPLIER-ID (ST-IDX) = WO-SUPPLIER-ID
                   ADD WO-QTY TO ST-QTY (ST-IDX)
                   ADD LINE-VALUE TO ST-VALUE (ST-IDX)
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = 'N'
               IF SUPPLIER-TOTAL-COUNT < 500
                   ADD 1 TO SUPPLIER-TOTAL-COUNT
                   SET ST-IDX TO SUPPLIER-TOTAL-COUNT
                   MOVE WO-SUPPLIER-ID TO ST-SUPPLIER-ID (ST-IDX)
                   MOVE WO-QTY TO ST-QTY (ST-IDX)
                   MOVE LINE-VALUE TO ST-VALUE (ST-IDX)
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 distinct "
                           "entries -- results truncated."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       TOTAL-MONTH-SALES.
           OPEN INPUT SALES-LOG.
           IF SALES-LOG-STATUS = "35"
               DISPLAY "Sales log not found: saleslog.dat -- shrink "
                   "cannot be set against sales."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ SALES-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           MOVE SALE-REC-DATE (1:6) TO SALE-REC-MONTH
                           IF SALE-REC-MONTH = REPORT-MONTH
                               PERFORM ACCUMULATE-SALE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-LOG
           END-IF.

       ACCUMULATE-SALE-LINE.
           COMPUTE LINE-VALUE = SALE-QTY * SALE-PRICE.
           IF SALE-LINE-TYPE = "R"
               SUBTRACT LINE-VALUE FROM SALES-VALUE-TOTAL
           ELSE
               ADD LINE-VALUE TO SALES-VALUE-TOTAL
           END-IF.
           MOVE 'N' TO ENTRY-FOUND.
           PERFORM VARYING IT-IDX FROM 1 BY 1
               UNTIL IT-IDX > ITEM-TOTAL-COUNT
                   OR ENTRY-FOUND = 'Y'
               IF IT-ITEM-ID (IT-IDX) = SALE-ITEM-ID
                   IF SALE-LINE-TYPE = "R"
                       SUBTRACT LINE-VALUE FROM IT-SALES-VALUE (IT-IDX)
                   ELSE
                       ADD LINE-VALUE TO IT-SALES-VALUE (IT-IDX)
                   END-IF
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-PERFORM.

       SORT-REASONS-BY-VALUE.
           IF REASON-TOTAL-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > REASON-TOTAL-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > REASON-TOTAL-COUNT - SORT-I
                       IF RT-VALUE (SORT-J) < RT-VALUE (SORT-J + 1)
                           MOVE REASON-TOTAL-ENTRY (SORT-J)
                               TO REASON-SWAP-ENTRY
                           MOVE REASON-TOTAL-ENTRY (SORT-J + 1)
                               TO REASON-TOTAL-ENTRY (SORT-J)
                           MOVE REASON-SWAP-ENTRY
                               TO REASON-TOTAL-ENTRY (SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SORT-ITEMS-BY-VALUE.
           IF ITEM-TOTAL-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > ITEM-TOTAL-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > ITEM-TOTAL-COUNT - SORT-I
                       IF IT-VALUE (SORT-J) < IT-VALUE (SORT-J + 1)
                           MOVE ITEM-TOTAL-ENTRY (SORT-J)
                               TO ITEM-SWAP-ENTRY
                           MOVE ITEM-TOTAL-ENTRY (SORT-J + 1)
                               TO ITEM-TOTAL-ENTRY (SORT-J)
                           MOVE ITEM-SWAP-ENTRY
                               TO ITEM-TOTAL-ENTRY (SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SORT-SUPPLIERS-BY-VALUE.
           IF SUPPLIER-TOTAL-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SUPPLIER-TOTAL-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > SUPPLIER-TOTAL-COUNT - SORT-I
                       IF ST-VALUE (SORT-J) < ST-VALUE (SORT-J + 1)
                           MOVE SUPPLIER-TOTAL-ENTRY (SORT-J)
                               TO SUPPLIER-SWAP-ENTRY
                           MOVE SUPPLIER-TOTAL-ENTRY (SORT-J + 1)
                               TO SUPPLIER-TOTAL-ENTRY (SORT-J)
                           MOVE SUPPLIER-SWAP-ENTRY
                               TO SUPPLIER-TOTAL-ENTRY (SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       COMPUTE-SHARE.
           IF WRITE-OFF-VALUE-TOTAL > 0
               COMPUTE SHARE-PERCENT ROUNDED =
                   GROUP-VALUE * 100 / WRITE-OFF-VALUE-TOTAL
           ELSE
               MOVE 0 TO SHARE-PERCENT
           END-IF.
           MOVE SHARE-PERCENT TO SHARE-EDITED.

       PRINT-REASON-LINE.
           MOVE RT-VALUE (SORT-I) TO GROUP-VALUE.
           PERFORM COMPUTE-SHARE.
           DISPLAY "  " RT-REASON-CODE (SORT-I)
               " " RT-DESCRIPTION (SORT-I)
               " Cause: " RT-GROUP (SORT-I)
               " Units: " RT-QTY (SORT-I)
               " Value: " RT-VALUE (SORT-I)
               " Share %: " SHARE-EDITED.

       PRINT-GROUP-LINE.
           PERFORM COMPUTE-SHARE.
           DISPLAY "  " GROUP-NAME " Value: " GROUP-VALUE
               " Share %: " SHARE-EDITED.

       PRINT-ITEM-LINE.
           IF IT-SALES-VALUE (SORT-I) > 0
               COMPUTE SHRINK-PERCENT ROUNDED =
                   IT-VALUE (SORT-I) * 100 / IT-SALES-VALUE (SORT-I)
               MOVE SHRINK-PERCENT TO PERCENT-EDITED
               DISPLAY "  " IT-ITEM-ID (SORT-I)
                   " " IT-ITEM-NAME (SORT-I)
                   " Units: " IT-QTY (SORT-I)
                   " Value: " IT-VALUE (SORT-I)
                   " % of item sales: " PERCENT-EDITED
           ELSE
               DISPLAY "  " IT-ITEM-ID (SORT-I)
                   " " IT-ITEM-NAME (SORT-I)
                   " Units: " IT-QTY (SORT-I)
                   " Value: " IT-VALUE (SORT-I)
                   " % of item sales: n/a (no sales)"
           END-IF.

       PRINT-SUPPLIER-LINE.
           MOVE "*** NOT ON SUPPLIER.DAT ***" TO SUPPLIER-NAME-HOLD.
           IF SUPPLIER-FILE-STATUS NOT = "35"
               MOVE ST-SUPPLIER-ID (SORT-I) TO SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO SUPPLIER-NAME-HOLD
               END-READ
           END-IF.
           MOVE ST-VALUE (SORT-I) TO GROUP-VALUE.
           PERFORM COMPUTE-SHARE.
           DISPLAY "  " ST-SUPPLIER-ID (SORT-I)
               " " SUPPLIER-NAME-HOLD
               " Units: " ST-QTY (SORT-I)
               " Value: " ST-VALUE (SORT-I)
               " Share %: " SHARE-EDITED.
