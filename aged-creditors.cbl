       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGED-CREDITORS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLES-FILE ASSIGN TO "payables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYABLES-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYABLES-FILE.
           COPY PAYABLE.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       WORKING-STORAGE SECTION.
       01 PAYABLES-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 AGE-DAYS PIC S9(7).
       01 CURRENT-SUPPLIER-ID PIC 9(5) VALUE 0.
       01 SUPPLIER-OWED-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-BUCKETS.
           05 SB-CURRENT PIC 9(11)V99.
           05 SB-30-DAYS PIC 9(11)V99.
           05 SB-60-DAYS PIC 9(11)V99.
           05 SB-90-DAYS PIC 9(11)V99.
           05 SB-TOTAL PIC 9(11)V99.
           05 SB-HELD PIC 9(11)V99.
       01 GRAND-BUCKETS.
           05 GB-CURRENT PIC 9(13)V99 VALUE 0.
           05 GB-30-DAYS PIC 9(13)V99 VALUE 0.
           05 GB-60-DAYS PIC 9(13)V99 VALUE 0.
           05 GB-90-DAYS PIC 9(13)V99 VALUE 0.
           05 GB-TOTAL PIC 9(13)V99 VALUE 0.
           05 GB-HELD PIC 9(13)V99 VALUE 0.
       01 CURRENT-EDITED PIC Z(10)9.99.
       01 DAYS-30-EDITED PIC Z(10)9.99.
       01 DAYS-60-EDITED PIC Z(10)9.99.
       01 DAYS-90-EDITED PIC Z(10)9.99.
       01 TOTAL-EDITED PIC Z(10)9.99.
       01 HELD-EDITED PIC Z(10)9.99.
       01 GRAND-EDITED PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.

           DISPLAY "AGED CREDITORS AS AT " RUN-DATE
               " (unpaid invoices aged from invoice date)".

           OPEN INPUT PAYABLES-FILE.
           IF PAYABLES-FILE-STATUS = "35"
               DISPLAY "Payables ledger not found: payables.dat -- "
                   "nothing owed."
               STOP RUN
           END-IF.
           PERFORM ENSURE-SUPPLIER-FILE-EXISTS.
           OPEN INPUT SUPPLIER-FILE.

           PERFORM CLEAR-SUPPLIER-BUCKETS.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYABLES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM AGE-ONE-PAYABLE
               END-READ
           END-PERFORM.
           PERFORM PRINT-SUPPLIER-LINE.

           CLOSE SUPPLIER-FILE.
           CLOSE PAYABLES-FILE.

           DISPLAY "--------------------------------".
           DISPLAY "Suppliers owed: " SUPPLIER-COUNT.
           MOVE GB-CURRENT TO GRAND-EDITED.
           DISPLAY "Current:  " GRAND-EDITED.
           MOVE GB-30-DAYS TO GRAND-EDITED.
           DISPLAY "30 days:  " GRAND-EDITED.
           MOVE GB-60-DAYS TO GRAND-EDITED.
           DISPLAY "60 days:  " GRAND-EDITED.
           MOVE GB-90-DAYS TO GRAND-EDITED.
           DISPLAY "90+ days: " GRAND-EDITED.
           MOVE GB-TOTAL TO GRAND-EDITED.
           DISPLAY "Total owed: " GRAND-EDITED.
           MOVE GB-HELD TO GRAND-EDITED.
           DISPLAY "Of which held in discrepancy: " GRAND-EDITED.
           DISPLAY "End of report.".
           STOP RUN.

       ENSURE-SUPPLIER-FILE-EXISTS.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
           ELSE
               CLOSE SUPPLIER-FILE
           END-IF.

       AGE-ONE-PAYABLE.
           IF PAY-SUPPLIER-ID NOT = CURRENT-SUPPLIER-ID
               PERFORM PRINT-SUPPLIER-LINE
               MOVE PAY-SUPPLIER-ID TO CURRENT-SUPPLIER-ID
           END-IF.
           IF PAY-STATUS = "O" OR PAY-STATUS = "H"
               ADD 1 TO SUPPLIER-OWED-COUNT
               COMPUTE AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(PAY-INVOICE-DATE)
               EVALUATE TRUE
                   WHEN AGE-DAYS < 30
                       ADD PAY-AMOUNT TO SB-CURRENT
                   WHEN AGE-DAYS < 60
                       ADD PAY-AMOUNT TO SB-30-DAYS
                   WHEN AGE-DAYS < 90
                       ADD PAY-AMOUNT TO SB-60-DAYS
                   WHEN OTHER
                       ADD PAY-AMOUNT TO SB-90-DAYS
               END-EVALUATE
               ADD PAY-AMOUNT TO SB-TOTAL
               IF PAY-STATUS = "H"
                   ADD PAY-AMOUNT TO SB-HELD
               END-IF
           END-IF.

       PRINT-SUPPLIER-LINE.
           IF SUPPLIER-OWED-COUNT > 0
               ADD 1 TO SUPPLIER-COUNT
               MOVE CURRENT-SUPPLIER-ID TO SUPPLIER-ID
               READ SUPPLIER-FILE
                   INVALID KEY
                       MOVE "(not on supplier.dat)" TO SUPPLIER-NAME
               END-READ
               MOVE SB-CURRENT TO CURRENT-EDITED
               MOVE SB-30-DAYS TO DAYS-30-EDITED
               MOVE SB-60-DAYS TO DAYS-60-EDITED
               MOVE SB-90-DAYS TO DAYS-90-EDITED
               MOVE SB-TOTAL TO TOTAL-EDITED
               MOVE SB-HELD TO HELD-EDITED
               DISPLAY "Supplier: " CURRENT-SUPPLIER-ID
                   " " SUPPLIER-NAME
                   " Invoices: " SUPPLIER-OWED-COUNT
               DISPLAY "    Current: " CURRENT-EDITED
                   " 30: " DAYS-30-EDITED
                   " 60: " DAYS-60-EDITED
                   " 90+: " DAYS-90-EDITED
               DISPLAY "    Total: " TOTAL-EDITED
                   " Held: " HELD-EDITED
               ADD SB-CURRENT TO GB-CURRENT
               ADD SB-30-DAYS TO GB-30-DAYS
               ADD SB-60-DAYS TO GB-60-DAYS
               ADD SB-90-DAYS TO GB-90-DAYS
               ADD SB-TOTAL TO GB-TOTAL
               ADD SB-HELD TO GB-HELD
           END-IF.
           PERFORM CLEAR-SUPPLIER-BUCKETS.

       CLEAR-SUPPLIER-BUCKETS.
           MOVE 0 TO SUPPLIER-OWED-COUNT.
           MOVE 0 TO SB-CURRENT.
           MOVE 0 TO SB-30-DAYS.
           MOVE 0 TO SB-60-DAYS.
           MOVE 0 TO SB-90-DAYS.
           MOVE 0 TO SB-TOTAL.
           MOVE 0 TO SB-HELD.
