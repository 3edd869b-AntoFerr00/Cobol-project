       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPIRY-REPORT.

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
           SELECT LOT-FILE ASSIGN TO "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS LOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       FD LOT-FILE.
           COPY LOTREC.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 LOT-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 DAYS-AHEAD-ARG PIC X(20).
       01 DAYS-AHEAD PIC 9(3).
       01 DEFAULT-DAYS-AHEAD PIC 9(3) VALUE 7.
       01 RUN-DATE PIC 9(8).
       01 HORIZON-DATE PIC 9(8).
       01 DAYS-LEFT PIC S9(5).
       01 DAYS-LEFT-EDITED PIC -(4)9.
       01 EXPIRY-STATE PIC X(10).
       01 LOT-COST-HOLD PIC 9(5)V99.
       01 LOT-NAME-HOLD PIC X(30).
       01 SHOP-VALUE PIC 9(10)V99.
       01 WAREHOUSE-VALUE PIC 9(10)V99.
       01 LOTS-LISTED PIC 9(5) VALUE 0.
       01 EXPIRED-LOTS PIC 9(5) VALUE 0.
       01 MISSING-ITEM-COUNT PIC 9(5) VALUE 0.
       01 SHOP-QTY-TOTAL PIC 9(7) VALUE 0.
       01 WAREHOUSE-QTY-TOTAL PIC 9(7) VALUE 0.
       01 SHOP-VALUE-TOTAL PIC 9(13)V99 VALUE 0.
       01 WAREHOUSE-VALUE-TOTAL PIC 9(13)V99 VALUE 0.
       01 EXPIRED-SHOP-VALUE PIC 9(13)V99 VALUE 0.
       01 EXPIRED-WAREHOUSE-VALUE PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT DAYS-AHEAD-ARG FROM COMMAND-LINE.
           IF DAYS-AHEAD-ARG = SPACES
               MOVE DEFAULT-DAYS-AHEAD TO DAYS-AHEAD
           ELSE
               MOVE FUNCTION NUMVAL(DAYS-AHEAD-ARG) TO DAYS-AHEAD
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-DATE) + DAYS-AHEAD).

           OPEN INPUT LOT-FILE.
           IF LOT-FILE-STATUS = "35"
               DISPLAY "Lot file not found: lots.dat -- no dated "
                   "stock is recorded, set it up via lot-maintenance."
               STOP RUN
           END-IF.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SHOP-FILE.

           DISPLAY "STOCK EXPIRING WITHIN " DAYS-AHEAD
               " DAYS OF " RUN-DATE " (BY " HORIZON-DATE ")".
           DISPLAY "ID    NAME                           EXPIRY   "
               "DAYS   SHOP  SHOP VALUE  WHSE  WHSE VALUE".

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF LOT-EXPIRY-DATE NOT > HORIZON-DATE
                           PERFORM PRINT-EXPIRY-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOT-FILE.
           CLOSE SHOP-FILE.

           DISPLAY "--------------------------------".
           DISPLAY "Lots listed:              " LOTS-LISTED.
           DISPLAY "Lots already expired:     " EXPIRED-LOTS.
           DISPLAY "SHOP FLOOR  qty: " SHOP-QTY-TOTAL
               " value at cost: " SHOP-VALUE-TOTAL.
           DISPLAY "WAREHOUSE   qty: " WAREHOUSE-QTY-TOTAL
               " value at cost: " WAREHOUSE-VALUE-TOTAL.
           DISPLAY "Of which expired -- shop floor: "
               EXPIRED-SHOP-VALUE " warehouse: "
               EXPIRED-WAREHOUSE-VALUE.
           IF MISSING-ITEM-COUNT > 0
               DISPLAY "Lots for items not on shopfile.dat: "
                   MISSING-ITEM-COUNT " -- valued at zero."
           END-IF.
           DISPLAY "End of report.".
           STOP RUN.

       ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SHOP-FILE.
           IF SHOP-FILE-STATUS = "35"
               OPEN OUTPUT SHOP-FILE
               CLOSE SHOP-FILE
           ELSE
               CLOSE SHOP-FILE
           END-IF.

       PRINT-EXPIRY-LINE.
           MOVE LOT-ITEM-ID TO ITEM-ID.
           READ SHOP-FILE
               INVALID KEY
                   MOVE 0 TO LOT-COST-HOLD
                   MOVE "*** NOT ON SHOPFILE ***" TO LOT-NAME-HOLD
                   ADD 1 TO MISSING-ITEM-COUNT
               NOT INVALID KEY
                   MOVE ITEM-COST TO LOT-COST-HOLD
                   MOVE ITEM-NAME TO LOT-NAME-HOLD
           END-READ.
           COMPUTE DAYS-LEFT = FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
               - FUNCTION INTEGER-OF-DATE(RUN-DATE).
           COMPUTE SHOP-VALUE = LOT-SHOP-QTY * LOT-COST-HOLD.
           COMPUTE WAREHOUSE-VALUE = LOT-WAREHOUSE-QTY * LOT-COST-HOLD.
           ADD 1 TO LOTS-LISTED.
           ADD LOT-SHOP-QTY TO SHOP-QTY-TOTAL.
           ADD LOT-WAREHOUSE-QTY TO WAREHOUSE-QTY-TOTAL.
           ADD SHOP-VALUE TO SHOP-VALUE-TOTAL.
           ADD WAREHOUSE-VALUE TO WAREHOUSE-VALUE-TOTAL.
           IF DAYS-LEFT < 0
               MOVE "EXPIRED" TO EXPIRY-STATE
               ADD 1 TO EXPIRED-LOTS
               ADD SHOP-VALUE TO EXPIRED-SHOP-VALUE
               ADD WAREHOUSE-VALUE TO EXPIRED-WAREHOUSE-VALUE
           ELSE
               MOVE DAYS-LEFT TO DAYS-LEFT-EDITED
               MOVE DAYS-LEFT-EDITED TO EXPIRY-STATE
           END-IF.
           DISPLAY LOT-ITEM-ID " " LOT-NAME-HOLD " " LOT-EXPIRY-DATE
               " " EXPIRY-STATE " " LOT-SHOP-QTY " " SHOP-VALUE
               " " LOT-WAREHOUSE-QTY " " WAREHOUSE-VALUE.
