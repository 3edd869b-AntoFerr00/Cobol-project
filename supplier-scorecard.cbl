       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPLIER-SCORECARD.

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
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT PO-HEADER-FILE ASSIGN TO "poheader.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POH-PO-NUMBER
               FILE STATUS IS PO-HEADER-STATUS.
           SELECT RECEIVED-LOG ASSIGN TO "receivedlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIVED-LOG-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "invoicefile.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INVOICE-FILE-STATUS.
           SELECT SCORE-WORK-FILE ASSIGN TO "scorecard.wrk"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS SCORE-WORK-STATUS.
           SELECT CSV-OUT-FILE ASSIGN TO "scorecard.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       FD PO-HEADER-FILE.
           COPY POHEADER.

       FD RECEIVED-LOG.
           COPY GRNREC.

       FD INVOICE-FILE.
       01 INVOICE-LINE-RECORD.
           05 INV-SUPPLIER-ID PIC 9(5).
           05 INV-INVOICE-NO PIC X(10).
           05 INV-ITEM-ID PIC 9(5).
           05 INV-QTY PIC 9(5).
           05 INV-UNIT-COST PIC 9(5)V99.
           05 INV-REC-DATE PIC 9(8).

       FD SCORE-WORK-FILE.
       01 SCORE-WORK-RECORD.
           05 SW-KEY.
               10 SW-SUPPLIER-ID PIC 9(5).
               10 SW-ITEM-ID PIC 9(5).
           05 SW-RECEIVED-QTY PIC 9(7).
           05 SW-BILLED-QTY PIC 9(7).
           05 SW-LAST-BILLED-COST PIC 9(5)V99.
           05 SW-IN-PERIOD PIC X.
           05 SW-PERIOD-LINES PIC 9(5).
           05 SW-FIRST-COST PIC 9(5)V99.
           05 SW-LAST-COST PIC 9(5)V99.

       FD CSV-OUT-FILE.
       01 CSV-OUT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 PO-HEADER-STATUS PIC XX.
       01 RECEIVED-LOG-STATUS PIC XX.
       01 INVOICE-FILE-STATUS PIC XX.
       01 SCORE-WORK-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 PERIOD-ARG PIC X(20).
       01 DATE-FROM-INPUT PIC 9(8).
       01 DATE-TO-INPUT PIC 9(8).
       01 DATE-FROM-TEXT PIC X(8).
       01 DATE-TO-TEXT PIC X(8).
       01 LOOKUP-SUPPLIER-ID PIC 9(5).
       01 ENTRY-FOUND PIC X.
       01 FILLED-QTY PIC 9(5).
       01 LAST-DELIVERY-SUPPLIER PIC 9(5) VALUE 0.
       01 LAST-DELIVERY-PO PIC 9(6) VALUE 0.
       01 LAST-DELIVERY-DATE PIC 9(8) VALUE 0.
       01 LEAD-DAYS PIC S9(5).
       01 COST-DIFFERENCE PIC S9(5)V99.
       01 LINE-VALUE PIC 9(10)V99.
       01 OVER-BILLED-QTY PIC 9(7).
       01 DISCREPANCY-LINES PIC 9(5).
       01 SUPPLIERS-RANKED PIC 9(5) VALUE 0.
       01 CSV-LINE PIC X(200).
       01 PERCENT-EDITED PIC ZZ9.99.
       01 LATE-EDITED PIC ZZ9.99.
       01 LEAD-EDITED PIC ZZ9.9.
       01 CREEP-EDITED PIC -(4)9.99.
       01 SCORE-EDITED PIC ZZZZ9.99.
       01 QTY-VALUE-EDITED PIC Z(10)9.99.
       01 COST-VALUE-EDITED PIC Z(10)9.99.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
           88 TABLE-FULL-WARNED VALUE 'Y'.
       01 SCORE-COUNT PIC 9(5) VALUE 0.
       01 SCORE-TABLE.
           05 SCORE-ENTRY OCCURS 500 TIMES
               INDEXED BY SC-IDX.
               10 SC-SUPPLIER-ID PIC 9(5).
               10 SC-SUPPLIER-NAME PIC X(30).
               10 SC-LEAD-TIME PIC 9(3).
               10 SC-DUE-QTY PIC 9(9).
               10 SC-FILLED-QTY PIC 9(9).
               10 SC-DELIVERY-COUNT PIC 9(5).
               10 SC-TIMED-COUNT PIC 9(5).
               10 SC-LATE-COUNT PIC 9(5).
               10 SC-LEAD-DAYS-TOTAL PIC 9(9).
               10 SC-INVOICE-LINES PIC 9(5).
               10 SC-QTY-DISC-COUNT PIC 9(5).
               10 SC-QTY-DISC-VALUE PIC 9(11)V99.
               10 SC-COST-DISC-COUNT PIC 9(5).
               10 SC-COST-DISC-VALUE PIC 9(11)V99.
               10 SC-CREEP-FIRST-TOTAL PIC 9(11)V99.
               10 SC-CREEP-LAST-TOTAL PIC 9(11)V99.
               10 SC-FILL-RATE PIC 9(3)V99.
               10 SC-LATE-PERCENT PIC 9(3)V99.
               10 SC-AVERAGE-LEAD PIC 9(3)V9.
               10 SC-DISC-PERCENT PIC 9(3)V99.
               10 SC-CREEP-PERCENT PIC S9(5)V99.
               10 SC-SCORE PIC 9(5)V99.
       01 SORT-I PIC 9(5).
       01 SORT-J PIC 9(5).
       01 SORT-SWAP-ENTRY PIC X(180).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT PERIOD-ARG FROM COMMAND-LINE.
           IF PERIOD-ARG = SPACES
               DISPLAY "SUPPLIER PERFORMANCE SCORECARD"
               DISPLAY "Enter start date (YYYYMMDD): "
               ACCEPT DATE-FROM-INPUT
               DISPLAY "Enter end date (YYYYMMDD): "
               ACCEPT DATE-TO-INPUT
           ELSE
               UNSTRING PERIOD-ARG DELIMITED BY ALL SPACES
                   INTO DATE-FROM-TEXT DATE-TO-TEXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL(DATE-FROM-TEXT) TO DATE-FROM-INPUT
               MOVE FUNCTION NUMVAL(DATE-TO-TEXT) TO DATE-TO-INPUT
           END-IF.
           IF DATE-TO-INPUT < DATE-FROM-INPUT
               DISPLAY "End date is before start date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "SUPPLIER PERFORMANCE SCORECARD " DATE-FROM-INPUT
               " TO " DATE-TO-INPUT.

           OPEN INPUT SHOP-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN INPUT PO-HEADER-FILE.
           OPEN OUTPUT SCORE-WORK-FILE.
           CLOSE SCORE-WORK-FILE.
           OPEN I-O SCORE-WORK-FILE.

           PERFORM SCORE-RECEIVED-LOG.
           PERFORM SCORE-INVOICE-FILE.
           PERFORM SCORE-BILLED-AGAINST-RECEIVED.

           CLOSE SCORE-WORK-FILE.
           IF PO-HEADER-STATUS NOT = "35"
               CLOSE PO-HEADER-FILE
           END-IF.
           IF SUPPLIER-FILE-STATUS NOT = "35"
               CLOSE SUPPLIER-FILE
           END-IF.
           IF SHOP-FILE-STATUS NOT = "35"
               CLOSE SHOP-FILE
           END-IF.

           IF SCORE-COUNT = 0
               DISPLAY "No deliveries or invoices between "
                   DATE-FROM-INPUT " and " DATE-TO-INPUT "."
               DISPLAY "End of report."
               STOP RUN
           END-IF.

           PERFORM COMPUTE-SUPPLIER-SCORE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > SCORE-COUNT.
           PERFORM SORT-BY-SCORE-DESC.

           OPEN OUTPUT CSV-OUT-FILE.
           MOVE SPACES TO CSV-LINE.
           STRING "SUPPLIER,NAME,DELIVERIES,FILL RATE %,LATE %,"
                   DELIMITED BY SIZE
               "STATED LEAD DAYS,ACTUAL LEAD DAYS,INVOICE LINES,"
                   DELIMITED BY SIZE
               "QTY DISCREPANCIES,QTY DISCREPANCY VALUE,"
                   DELIMITED BY SIZE
               "COST DISCREPANCIES,COST DISCREPANCY VALUE,"
                   DELIMITED BY SIZE
               "COST CREEP %,SCORE" DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING.
           WRITE CSV-OUT-RECORD FROM CSV-LINE.
           DISPLAY "RANKED WORST FIRST (HIGHER SCORE IS WORSE)".
           PERFORM PRINT-SCORECARD-LINE
               VARYING SORT-I FROM 1 BY 1
               UNTIL SORT-I > SCORE-COUNT.
           CLOSE CSV-OUT-FILE.

           DISPLAY "--------------------------------".
           DISPLAY "Suppliers scored: " SUPPLIERS-RANKED.
           DISPLAY "Score = unfilled % + late % + discrepancy % of "
               "invoice lines + cost creep % (if rising).".
           DISPLAY "CSV for the buyer: scorecard.csv".
           DISPLAY "End of report.".
           STOP RUN.

       SCORE-RECEIVED-LOG.
           OPEN INPUT RECEIVED-LOG.
           IF RECEIVED-LOG-STATUS = "35"
               DISPLAY "Goods-received log not found: "
                   "receivedlog.dat -- no deliveries to score."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ RECEIVED-LOG
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM TALLY-RECEIVED-PAIR
                           IF GRN-REC-DATE >= DATE-FROM-INPUT
                               AND GRN-REC-DATE <= DATE-TO-INPUT
                               PERFORM SCORE-DELIVERY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVED-LOG
           END-IF.

       TALLY-RECEIVED-PAIR.
           MOVE GRN-SUPPLIER-ID TO SW-SUPPLIER-ID.
           MOVE GRN-ITEM-ID TO SW-ITEM-ID.
           READ SCORE-WORK-FILE
               INVALID KEY
                   PERFORM CLEAR-WORK-RECORD
                   MOVE GRN-RECEIVED-QTY TO SW-RECEIVED-QTY
                   WRITE SCORE-WORK-RECORD
               NOT INVALID KEY
                   ADD GRN-RECEIVED-QTY TO SW-RECEIVED-QTY
                   REWRITE SCORE-WORK-RECORD
           END-READ.

       CLEAR-WORK-RECORD.
           MOVE 0 TO SW-RECEIVED-QTY.
           MOVE 0 TO SW-BILLED-QTY.
           MOVE 0 TO SW-LAST-BILLED-COST.
           MOVE 'N' TO SW-IN-PERIOD.
           MOVE 0 TO SW-PERIOD-LINES.
           MOVE 0 TO SW-FIRST-COST.
           MOVE 0 TO SW-LAST-COST.

       SCORE-DELIVERY-LINE.
           MOVE GRN-SUPPLIER-ID TO LOOKUP-SUPPLIER-ID.
           PERFORM FIND-SCORE-ENTRY.
           IF ENTRY-FOUND = 'Y'
               IF GRN-RECEIVED-QTY > GRN-ORDERED-QTY
                   MOVE GRN-ORDERED-QTY TO FILLED-QTY
               ELSE
                   MOVE GRN-RECEIVED-QTY TO FILLED-QTY
               END-IF
               ADD GRN-ORDERED-QTY TO SC-DUE-QTY (SC-IDX)
               ADD FILLED-QTY TO SC-FILLED-QTY (SC-IDX)
               IF GRN-SUPPLIER-ID NOT = LAST-DELIVERY-SUPPLIER
                   OR GRN-PO-NUMBER NOT = LAST-DELIVERY-PO
                   OR GRN-REC-DATE NOT = LAST-DELIVERY-DATE
                   PERFORM SCORE-NEW-DELIVERY
               END-IF
           END-IF.

       SCORE-NEW-DELIVERY.
           MOVE GRN-SUPPLIER-ID TO LAST-DELIVERY-SUPPLIER.
           MOVE GRN-PO-NUMBER TO LAST-DELIVERY-PO.
           MOVE GRN-REC-DATE TO LAST-DELIVERY-DATE.
           ADD 1 TO SC-DELIVERY-COUNT (SC-IDX).
           IF GRN-PO-NUMBER NOT = 0
               AND PO-HEADER-STATUS NOT = "35"
               MOVE GRN-PO-NUMBER TO POH-PO-NUMBER
               READ PO-HEADER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE LEAD-DAYS =
                           FUNCTION INTEGER-OF-DATE(GRN-REC-DATE)
                           - FUNCTION INTEGER-OF-DATE(POH-ORDER-DATE)
                       IF LEAD-DAYS < 0
                           MOVE 0 TO LEAD-DAYS
                       END-IF
                       ADD 1 TO SC-TIMED-COUNT (SC-IDX)
                       ADD LEAD-DAYS TO SC-LEAD-DAYS-TOTAL (SC-IDX)
                       IF LEAD-DAYS > SC-LEAD-TIME (SC-IDX)
                           ADD 1 TO SC-LATE-COUNT (SC-IDX)
                       END-IF
               END-READ
           END-IF.

       SCORE-INVOICE-FILE.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-FILE-STATUS = "35"
               DISPLAY "Invoice file not found: invoicefile.dat -- "
                   "no invoice discrepancies to score."
           ELSE
               MOVE 'N' TO END-OF-FILE
               PERFORM UNTIL END-OF-FILE = 'Y'
                   READ INVOICE-FILE
                       AT END
                           MOVE 'Y' TO END-OF-FILE
                       NOT AT END
                           PERFORM TALLY-BILLED-PAIR
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       TALLY-BILLED-PAIR.
           MOVE INV-SUPPLIER-ID TO SW-SUPPLIER-ID.
           MOVE INV-ITEM-ID TO SW-ITEM-ID.
           READ SCORE-WORK-FILE
               INVALID KEY
                   PERFORM CLEAR-WORK-RECORD
                   PERFORM ADD-BILLED-LINE
                   WRITE SCORE-WORK-RECORD
               NOT INVALID KEY
                   PERFORM ADD-BILLED-LINE
                   REWRITE SCORE-WORK-RECORD
           END-READ.

       ADD-BILLED-LINE.
           ADD INV-QTY TO SW-BILLED-QTY.
           MOVE INV-UNIT-COST TO SW-LAST-BILLED-COST.
           IF INV-REC-DATE >= DATE-FROM-INPUT
               AND INV-REC-DATE <= DATE-TO-INPUT
               MOVE 'Y' TO SW-IN-PERIOD
               IF SW-PERIOD-LINES = 0
                   MOVE INV-UNIT-COST TO SW-FIRST-COST
               END-IF
               MOVE INV-UNIT-COST TO SW-LAST-COST
               ADD 1 TO SW-PERIOD-LINES
               PERFORM SCORE-INVOICE-LINE
           END-IF.

       SCORE-INVOICE-LINE.
           MOVE INV-SUPPLIER-ID TO LOOKUP-SUPPLIER-ID.
           PERFORM FIND-SCORE-ENTRY.
           IF ENTRY-FOUND = 'Y'
               ADD 1 TO SC-INVOICE-LINES (SC-IDX)
               IF SHOP-FILE-STATUS NOT = "35"
                   MOVE INV-ITEM-ID TO ITEM-ID
                   READ SHOP-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF INV-UNIT-COST NOT = ITEM-COST
                               PERFORM SCORE-COST-DISCREPANCY
                           END-IF
                   END-READ
               END-IF
           END-IF.

       SCORE-COST-DISCREPANCY.
           ADD 1 TO SC-COST-DISC-COUNT (SC-IDX).
           COMPUTE COST-DIFFERENCE = INV-UNIT-COST - ITEM-COST.
           IF COST-DIFFERENCE < 0
               COMPUTE LINE-VALUE = (0 - COST-DIFFERENCE) * INV-QTY
           ELSE
               COMPUTE LINE-VALUE = COST-DIFFERENCE * INV-QTY
           END-IF.
           ADD LINE-VALUE TO SC-COST-DISC-VALUE (SC-IDX).

       SCORE-BILLED-AGAINST-RECEIVED.
           MOVE 0 TO SW-SUPPLIER-ID.
           MOVE 0 TO SW-ITEM-ID.
           MOVE 'N' TO END-OF-FILE.
           START SCORE-WORK-FILE KEY IS NOT LESS THAN SW-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE
           END-START.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SCORE-WORK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF SW-IN-PERIOD = 'Y'
                           PERFORM SCORE-ONE-PAIR
                       END-IF
               END-READ
           END-PERFORM.

       SCORE-ONE-PAIR.
           MOVE SW-SUPPLIER-ID TO LOOKUP-SUPPLIER-ID.
           PERFORM FIND-SCORE-ENTRY.
           IF ENTRY-FOUND = 'Y'
               IF SW-BILLED-QTY > SW-RECEIVED-QTY
                   COMPUTE OVER-BILLED-QTY =
                       SW-BILLED-QTY - SW-RECEIVED-QTY
                   COMPUTE LINE-VALUE =
                       OVER-BILLED-QTY * SW-LAST-BILLED-COST
                   ADD 1 TO SC-QTY-DISC-COUNT (SC-IDX)
                   ADD LINE-VALUE TO SC-QTY-DISC-VALUE (SC-IDX)
               END-IF
               IF SW-PERIOD-LINES > 1
                   ADD SW-FIRST-COST TO SC-CREEP-FIRST-TOTAL (SC-IDX)
                   ADD SW-LAST-COST TO SC-CREEP-LAST-TOTAL (SC-IDX)
               END-IF
           END-IF.

       FIND-SCORE-ENTRY.
           MOVE 'N' TO ENTRY-FOUND.
           PERFORM VARYING SC-IDX FROM 1 BY 1
               UNTIL SC-IDX > SCORE-COUNT
                   OR ENTRY-FOUND = 'Y'
               IF SC-SUPPLIER-ID (SC-IDX) = LOOKUP-SUPPLIER-ID
                   MOVE 'Y' TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = 'Y'
               SET SC-IDX DOWN BY 1
           ELSE
               IF SCORE-COUNT < 500
                   ADD 1 TO SCORE-COUNT
                   SET SC-IDX TO SCORE-COUNT
                   PERFORM ADD-SCORE-ENTRY
                   MOVE 'Y' TO ENTRY-FOUND
               ELSE
                   IF NOT TABLE-FULL-WARNED
                       DISPLAY "WARNING: more than 500 suppliers "
                           "-- scorecard truncated."
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-SCORE-ENTRY.
           MOVE LOOKUP-SUPPLIER-ID TO SC-SUPPLIER-ID (SC-IDX).
           MOVE "*** NOT ON SUPPLIER.DAT ***"
               TO SC-SUPPLIER-NAME (SC-IDX).
           MOVE 0 TO SC-LEAD-TIME (SC-IDX).
           IF SUPPLIER-FILE-STATUS NOT = "35"
               MOVE LOOKUP-SUPPLIER-ID TO SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SUPPLIER-NAME TO SC-SUPPLIER-NAME (SC-IDX)
                       MOVE SUPPLIER-LEAD-TIME TO SC-LEAD-TIME (SC-IDX)
               END-READ
           END-IF.
           MOVE 0 TO SC-DUE-QTY (SC-IDX).
           MOVE 0 TO SC-FILLED-QTY (SC-IDX).
           MOVE 0 TO SC-DELIVERY-COUNT (SC-IDX).
           MOVE 0 TO SC-TIMED-COUNT (SC-IDX).
           MOVE 0 TO SC-LATE-COUNT (SC-IDX).
           MOVE 0 TO SC-LEAD-DAYS-TOTAL (SC-IDX).
           MOVE 0 TO SC-INVOICE-LINES (SC-IDX).
           MOVE 0 TO SC-QTY-DISC-COUNT (SC-IDX).
           MOVE 0 TO SC-QTY-DISC-VALUE (SC-IDX).
           MOVE 0 TO SC-COST-DISC-COUNT (SC-IDX).
           MOVE 0 TO SC-COST-DISC-VALUE (SC-IDX).
           MOVE 0 TO SC-CREEP-FIRST-TOTAL (SC-IDX).
           MOVE 0 TO SC-CREEP-LAST-TOTAL (SC-IDX).

       COMPUTE-SUPPLIER-SCORE.
           SET SC-IDX TO SORT-I.
           IF SC-DUE-QTY (SC-IDX) > 0
               COMPUTE SC-FILL-RATE (SC-IDX) ROUNDED =
                   SC-FILLED-QTY (SC-IDX) * 100 / SC-DUE-QTY (SC-IDX)
           ELSE
               MOVE 100 TO SC-FILL-RATE (SC-IDX)
           END-IF.
           IF SC-TIMED-COUNT (SC-IDX) > 0
               COMPUTE SC-LATE-PERCENT (SC-IDX) ROUNDED =
                   SC-LATE-COUNT (SC-IDX) * 100
                   / SC-TIMED-COUNT (SC-IDX)
               COMPUTE SC-AVERAGE-LEAD (SC-IDX) ROUNDED =
                   SC-LEAD-DAYS-TOTAL (SC-IDX)
                   / SC-TIMED-COUNT (SC-IDX)
           ELSE
               MOVE 0 TO SC-LATE-PERCENT (SC-IDX)
               MOVE 0 TO SC-AVERAGE-LEAD (SC-IDX)
           END-IF.
           COMPUTE DISCREPANCY-LINES = SC-QTY-DISC-COUNT (SC-IDX)
               + SC-COST-DISC-COUNT (SC-IDX).
           IF SC-INVOICE-LINES (SC-IDX) > 0
               COMPUTE SC-DISC-PERCENT (SC-IDX) ROUNDED =
                   DISCREPANCY-LINES * 100 / SC-INVOICE-LINES (SC-IDX)
           ELSE
               MOVE 0 TO SC-DISC-PERCENT (SC-IDX)
           END-IF.
           IF SC-CREEP-FIRST-TOTAL (SC-IDX) > 0
               COMPUTE SC-CREEP-PERCENT (SC-IDX) ROUNDED =
                   (SC-CREEP-LAST-TOTAL (SC-IDX)
                   - SC-CREEP-FIRST-TOTAL (SC-IDX)) * 100
                   / SC-CREEP-FIRST-TOTAL (SC-IDX)
           ELSE
               MOVE 0 TO SC-CREEP-PERCENT (SC-IDX)
           END-IF.
           COMPUTE SC-SCORE (SC-IDX) = 100 - SC-FILL-RATE (SC-IDX)
               + SC-LATE-PERCENT (SC-IDX) + SC-DISC-PERCENT (SC-IDX).
           IF SC-CREEP-PERCENT (SC-IDX) > 0
               ADD SC-CREEP-PERCENT (SC-IDX) TO SC-SCORE (SC-IDX)
           END-IF.

       SORT-BY-SCORE-DESC.
           IF SCORE-COUNT > 1
               PERFORM VARYING SORT-I FROM 1 BY 1
                   UNTIL SORT-I > SCORE-COUNT - 1
                   PERFORM VARYING SORT-J FROM 1 BY 1
                       UNTIL SORT-J > SCORE-COUNT - SORT-I
                       IF SC-SCORE (SORT-J) < SC-SCORE (SORT-J + 1)
                           MOVE SCORE-ENTRY (SORT-J) TO SORT-SWAP-ENTRY
                           MOVE SCORE-ENTRY (SORT-J + 1)
                               TO SCORE-ENTRY (SORT-J)
                           MOVE SORT-SWAP-ENTRY
                               TO SCORE-ENTRY (SORT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-SCORECARD-LINE.
           SET SC-IDX TO SORT-I.
           ADD 1 TO SUPPLIERS-RANKED.
           MOVE SC-FILL-RATE (SC-IDX) TO PERCENT-EDITED.
           MOVE SC-LATE-PERCENT (SC-IDX) TO LATE-EDITED.
           MOVE SC-AVERAGE-LEAD (SC-IDX) TO LEAD-EDITED.
           MOVE SC-CREEP-PERCENT (SC-IDX) TO CREEP-EDITED.
           MOVE SC-SCORE (SC-IDX) TO SCORE-EDITED.
           MOVE SC-QTY-DISC-VALUE (SC-IDX) TO QTY-VALUE-EDITED.
           MOVE SC-COST-DISC-VALUE (SC-IDX) TO COST-VALUE-EDITED.
           DISPLAY SORT-I ". SUPPLIER " SC-SUPPLIER-ID (SC-IDX)
               " " SC-SUPPLIER-NAME (SC-IDX)
               " Score: " SCORE-EDITED.
           DISPLAY "  Deliveries: " SC-DELIVERY-COUNT (SC-IDX)
               " Fill rate %: " PERCENT-EDITED
               " Late %: " LATE-EDITED
               " Lead days stated: " SC-LEAD-TIME (SC-IDX)
               " actual avg: " LEAD-EDITED.
           DISPLAY "  Invoice lines: " SC-INVOICE-LINES (SC-IDX)
               " Qty discrepancies: " SC-QTY-DISC-COUNT (SC-IDX)
               " value " QTY-VALUE-EDITED
               " Cost discrepancies: " SC-COST-DISC-COUNT (SC-IDX)
               " value " COST-VALUE-EDITED.
           DISPLAY "  Cost creep % over period: " CREEP-EDITED.
           PERFORM WRITE-SCORECARD-CSV.

       WRITE-SCORECARD-CSV.
           MOVE SPACES TO CSV-LINE.
           STRING SC-SUPPLIER-ID (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SC-SUPPLIER-NAME (SC-IDX))
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SC-DELIVERY-COUNT (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(PERCENT-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LATE-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SC-LEAD-TIME (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(LEAD-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SC-INVOICE-LINES (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SC-QTY-DISC-COUNT (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(QTY-VALUE-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SC-COST-DISC-COUNT (SC-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(COST-VALUE-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CREEP-EDITED) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SCORE-EDITED) DELIMITED BY SIZE
               INTO CSV-LINE
           END-STRING.
           WRITE CSV-OUT-RECORD FROM CSV-LINE.
