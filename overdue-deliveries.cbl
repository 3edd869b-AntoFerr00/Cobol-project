       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDUE-DELIVERIES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PO-HEADER-FILE ASSIGN TO "poheader.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS POH-PO-NUMBER
               FILE STATUS IS PO-HEADER-STATUS.
           SELECT PO-LINE-FILE ASSIGN TO "poline.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POL-KEY
               FILE STATUS IS PO-LINE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PO-HEADER-FILE.
           COPY POHEADER.

       FD PO-LINE-FILE.
           COPY POLINE.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       WORKING-STORAGE SECTION.
       01 PO-HEADER-STATUS PIC XX.
       01 PO-LINE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 PO-LINES-DONE PIC X.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 CURRENT-SUPPLIER-ID PIC 9(5).
       01 SUPPLIER-NAME-HOLD PIC X(30).
       01 SUPPLIER-PO-COUNT PIC 9(5).
       01 SUPPLIER-QTY-TOTAL PIC 9(7).
       01 SUPPLIER-VALUE-TOTAL PIC 9(11)V99.
       01 GRAND-QTY-TOTAL PIC 9(7) VALUE 0.
       01 GRAND-VALUE-TOTAL PIC 9(13)V99 VALUE 0.
       01 LINE-VALUE PIC 9(10)V99.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
           88 TABLE-FULL-WARNED VALUE 'Y'.
       01 OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 OVERDUE-TABLE.
           05 OVERDUE-ENTRY OCCURS 500 TIMES
               INDEXED BY OD-IDX.
               10 OD-SUPPLIER-ID PIC 9(5).
               10 OD-EXPECTED-DATE PIC 9(8).
               10 OD-PO-NUMBER PIC 9(6).
               10 OD-ORDER-DATE PIC 9(8).
               10 OD-DAYS-LATE PIC 9(5).
               10 OD-OUTSTANDING-QTY PIC 9(7).
               10 OD-OUTSTANDING-VALUE PIC 9(11)V99.
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).
       01 SORT-SWAP-ENTRY.
           05 SWAP-SUPPLIER-ID PIC 9(5).
           05 SWAP-EXPECTED-DATE PIC 9(8).
           05 SWAP-PO-NUMBER PIC 9(6).
           05 SWAP-ORDER-DATE PIC 9(8).
           05 SWAP-DAYS-LATE PIC 9(5).
           05 SWAP-OUTSTANDING-QTY PIC 9(7).
           05 SWAP-OUTSTANDING-VALUE PIC 9(11)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.

           DISPLAY "OVERDUE DELIVERIES BY SUPPLIER AS AT " RUN-DATE.

           OPEN INPUT PO-HEADER-FILE.
           IF PO-HEADER-STATUS = "35"
               DISPLAY "Purchase order file not found: poheader.dat "
                   "-- no orders raised yet."
               STOP RUN
           END-IF.
           OPEN INPUT PO-LINE-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PO-HEADER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF (POH-STATUS = "O" OR POH-STATUS = "P")
                           AND POH-EXPECTED-DATE < RUN-DATE
                           PERFORM ADD-OVERDUE-PO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PO-LINE-FILE.
           CLOSE PO-HEADER-FILE.

           IF OVERDUE-COUNT = 0
               DISPLAY "No purchase orders are overdue."
               DISPLAY "End of report."
               STOP RUN
           END-IF.

           PERFORM SORT-BY-SUPPLIER.

           OPEN INPUT SUPPLIER-FILE.
           MOVE 0 TO CURRENT-SUPPLIER-ID.
           PERFORM PRINT-OVERDUE-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > OVERDUE-COUNT.
           PERFORM PRINT-SUPPLIER-TOTAL.
           CLOSE SUPPLIER-FILE.

           DISPLAY "--------------------------------".
           DISPLAY "Overdue purchase orders: " OVERDUE-COUNT.
           DISPLAY "Units outstanding:       " GRAND-QTY-TOTAL.
           DISPLAY "Value outstanding:       " GRAND-VALUE-TOTAL.
           DISPLAY "End of report.".
           STOP RUN.

       ADD-OVERDUE-PO.
           IF OVERDUE-COUNT < 500
               ADD 1 TO OVERDUE-COUNT
               SET OD-IDX TO OVERDUE-COUNT
               MOVE POH-SUPPLIER-ID TO OD-SUPPLIER-ID (OD-IDX)
               MOVE POH-EXPECTED-DATE TO OD-EXPECTED-DATE (OD-IDX)
               MOVE POH-PO-NUMBER TO OD-PO-NUMBER (OD-IDX)
               MOVE POH-ORDER-DATE TO OD-ORDER-DATE (OD-IDX)
               COMPUTE OD-DAYS-LATE (OD-IDX) =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(POH-EXPECTED-DATE)
               MOVE 0 TO OD-OUTSTANDING-QTY (OD-IDX)
               MOVE 0 TO OD-OUTSTANDING-VALUE (OD-IDX)
               PERFORM TOTAL-OUTSTANDING-LINES
           ELSE
               IF NOT TABLE-FULL-WARNED
                   DISPLAY "WARNING: more than 500 overdue orders "
                       "-- report truncated."
                   SET TABLE-FULL-WARNED TO TRUE
               END-IF
           END-IF.

       TOTAL-OUTSTANDING-LINES.
           MOVE POH-PO-NUMBER TO POL-PO-NUMBER.
           MOVE 0 TO POL-ITEM-ID.
           MOVE 'N' TO PO-LINES-DONE.
           START PO-LINE-FILE KEY IS NOT LESS THAN POL-KEY
               INVALID KEY
                   MOVE 'Y' TO PO-LINES-DONE
           END-START.
           PERFORM UNTIL PO-LINES-DONE = 'Y'
               READ PO-LINE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PO-LINES-DONE
                   NOT AT END
                       IF POL-PO-NUMBER NOT = POH-PO-NUMBER
                           MOVE 'Y' TO PO-LINES-DONE
                       ELSE
                           COMPUTE LINE-VALUE =
                               POL-OUTSTANDING-QTY * POL-UNIT-COST
                           ADD POL-OUTSTANDING-QTY
                               TO OD-OUTSTANDING-QTY (OD-IDX)
                           ADD LINE-VALUE
                               TO OD-OUTSTANDING-VALUE (OD-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       SORT-BY-SUPPLIER.
           IF OVERDUE-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > OVERDUE-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > OVERDUE-COUNT - SORT-I
                       IF OD-SUPPLIER-ID (SORT-J) >
                               OD-SUPPLIER-ID (SORT-J + 1)
                           OR (OD-SUPPLIER-ID (SORT-J) =
                               OD-SUPPLIER-ID (SORT-J + 1)
                           AND OD-EXPECTED-DATE (SORT-J) >
                               OD-EXPECTED-DATE (SORT-J + 1))
                           PERFORM SWAP-ENTRIES
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SWAP-ENTRIES.
           MOVE OVERDUE-ENTRY (SORT-J) TO SORT-SWAP-ENTRY.
           MOVE OVERDUE-ENTRY (SORT-J + 1)
               TO OVERDUE-ENTRY (SORT-J).
           MOVE SORT-SWAP-ENTRY TO OVERDUE-ENTRY (SORT-J + 1).

       PRINT-OVERDUE-LINE.
           IF SORT-I = 1
               OR OD-SUPPLIER-ID (SORT-I) NOT = CURRENT-SUPPLIER-ID
               IF SORT-I > 1
                   PERFORM PRINT-SUPPLIER-TOTAL
               END-IF
               PERFORM START-SUPPLIER-GROUP
           END-IF.
           DISPLAY "  PO " OD-PO-NUMBER (SORT-I)
               " Ordered: " OD-ORDER-DATE (SORT-I)
               " Expected: " OD-EXPECTED-DATE (SORT-I)
               " Days late: " OD-DAYS-LATE (SORT-I)
               " Outstanding: " OD-OUTSTANDING-QTY (SORT-I)
               " Value: " OD-OUTSTANDING-VALUE (SORT-I).
           ADD 1 TO SUPPLIER-PO-COUNT.
           ADD OD-OUTSTANDING-QTY (SORT-I) TO SUPPLIER-QTY-TOTAL.
           ADD OD-OUTSTANDING-VALUE (SORT-I) TO SUPPLIER-VALUE-TOTAL.
           ADD OD-OUTSTANDING-QTY (SORT-I) TO GRAND-QTY-TOTAL.
           ADD OD-OUTSTANDING-VALUE (SORT-I) TO GRAND-VALUE-TOTAL.

       START-SUPPLIER-GROUP.
           MOVE OD-SUPPLIER-ID (SORT-I) TO CURRENT-SUPPLIER-ID.
           MOVE 0 TO SUPPLIER-PO-COUNT.
           MOVE 0 TO SUPPLIER-QTY-TOTAL.
           MOVE 0 TO SUPPLIER-VALUE-TOTAL.
           MOVE CURRENT-SUPPLIER-ID TO SUPPLIER-ID.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE "*** NOT ON SUPPLIER.DAT ***"
                       TO SUPPLIER-NAME-HOLD
               NOT INVALID KEY
                   MOVE SUPPLIER-NAME TO SUPPLIER-NAME-HOLD
           END-READ.
           DISPLAY "SUPPLIER " CURRENT-SUPPLIER-ID " "
               SUPPLIER-NAME-HOLD.

       PRINT-SUPPLIER-TOTAL.
           DISPLAY "  Supplier total -- orders: " SUPPLIER-PO-COUNT
               " units: " SUPPLIER-QTY-TOTAL
               " value: " SUPPLIER-VALUE-TOTAL.
