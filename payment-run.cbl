       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLES-FILE ASSIGN TO "payables.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               FILE STATUS IS PAYABLES-FILE-STATUS.
           SELECT SUPPLIER-FILE ASSIGN TO "supplier.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-ID
               FILE STATUS IS SUPPLIER-FILE-STATUS.
           SELECT REMITTANCE-FILE ASSIGN USING REMITTANCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYABLES-FILE.
           COPY PAYABLE.

       FD SUPPLIER-FILE.
           COPY SUPPLIER.

       FD REMITTANCE-FILE.
       01 REMITTANCE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 PAYABLES-FILE-STATUS PIC XX.
       01 SUPPLIER-FILE-STATUS PIC XX.
       01 REMITTANCE-FILENAME PIC X(40).
       01 REMITTANCE-LINE PIC X(80).
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 CUTOFF-DATE PIC 9(8).
       01 CUTOFF-INTEGER PIC 9(8).
       01 PAYMENT-HORIZON-DAYS PIC 9(3) VALUE 7.
       01 CURRENT-SUPPLIER-ID PIC 9(5) VALUE 0.
       01 SUPPLIER-FOUND PIC X.
       01 SUPPLIER-PAID-COUNT PIC 9(5) VALUE 0.
       01 SUPPLIER-PAID-TOTAL PIC 9(11)V99 VALUE 0.
       01 PAID-COUNT PIC 9(5) VALUE 0.
       01 PAID-TOTAL PIC 9(13)V99 VALUE 0.
       01 HELD-COUNT PIC 9(5) VALUE 0.
       01 HELD-TOTAL PIC 9(13)V99 VALUE 0.
       01 REMITTANCE-COUNT PIC 9(5) VALUE 0.
       01 AMOUNT-EDITED PIC Z(10)9.99.
       01 TOTAL-EDITED PIC Z(12)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.
           COMPUTE CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               + PAYMENT-HORIZON-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(CUTOFF-INTEGER)
               TO CUTOFF-DATE.

           DISPLAY "SUPPLIER PAYMENT RUN FOR " RUN-DATE
               " -- paying open invoices due by " CUTOFF-DATE.

           OPEN I-O PAYABLES-FILE.
           IF PAYABLES-FILE-STATUS = "35"
               DISPLAY "Payables ledger not found: payables.dat -- "
                   "match invoices via invoice-match first."
               STOP RUN
           END-IF.
           PERFORM ENSURE-SUPPLIER-FILE-EXISTS.
           OPEN INPUT SUPPLIER-FILE.

           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ PAYABLES-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM CHECK-ONE-PAYABLE
               END-READ
           END-PERFORM.
           PERFORM FINISH-REMITTANCE-ADVICE.

           CLOSE SUPPLIER-FILE.
           CLOSE PAYABLES-FILE.

           MOVE PAID-TOTAL TO TOTAL-EDITED.
           DISPLAY "Invoices paid: " PAID-COUNT
               " Total paid: " TOTAL-EDITED.
           DISPLAY "Remittance advices written: " REMITTANCE-COUNT.
           MOVE HELD-TOTAL TO TOTAL-EDITED.
           DISPLAY "Invoices held back: " HELD-COUNT
               " Total held: " TOTAL-EDITED.
           DISPLAY "End of payment run.".
           STOP RUN.

       ENSURE-SUPPLIER-FILE-EXISTS.
           OPEN INPUT SUPPLIER-FILE.
           IF SUPPLIER-FILE-STATUS = "35"
               OPEN OUTPUT SUPPLIER-FILE
               CLOSE SUPPLIER-FILE
           ELSE
               CLOSE SUPPLIER-FILE
           END-IF.

       CHECK-ONE-PAYABLE.
           IF PAY-SUPPLIER-ID NOT = CURRENT-SUPPLIER-ID
               PERFORM FINISH-REMITTANCE-ADVICE
               MOVE PAY-SUPPLIER-ID TO CURRENT-SUPPLIER-ID
           END-IF.
           EVALUATE PAY-STATUS
               WHEN "O"
                   IF PAY-DUE-DATE <= CUTOFF-DATE
                       PERFORM PAY-ONE-INVOICE
                   END-IF
               WHEN "H"
                   ADD 1 TO HELD-COUNT
                   ADD PAY-AMOUNT TO HELD-TOTAL
                   MOVE PAY-AMOUNT TO AMOUNT-EDITED
                   DISPLAY "HELD: supplier " PAY-SUPPLIER-ID
                       " invoice " PAY-INVOICE-NO
                       " " AMOUNT-EDITED
                       " -- still in discrepancy, not paid."
           END-EVALUATE.

       PAY-ONE-INVOICE.
           IF SUPPLIER-PAID-COUNT = 0
               PERFORM START-REMITTANCE-ADVICE
           END-IF.
           MOVE "P" TO PAY-STATUS.
           MOVE RUN-DATE TO PAY-PAID-DATE.
           REWRITE PAYABLE-RECORD.
           ADD 1 TO SUPPLIER-PAID-COUNT.
           ADD PAY-AMOUNT TO SUPPLIER-PAID-TOTAL.
           ADD 1 TO PAID-COUNT.
           ADD PAY-AMOUNT TO PAID-TOTAL.
           MOVE PAY-AMOUNT TO AMOUNT-EDITED.
           DISPLAY "PAID: supplier " PAY-SUPPLIER-ID
               " invoice " PAY-INVOICE-NO
               " due " PAY-DUE-DATE
               " " AMOUNT-EDITED.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "Invoice: " DELIMITED BY SIZE
               PAY-INVOICE-NO DELIMITED BY SIZE
               " Dated: " DELIMITED BY SIZE
               PAY-INVOICE-DATE DELIMITED BY SIZE
               " Due: " DELIMITED BY SIZE
               PAY-DUE-DATE DELIMITED BY SIZE
               " Amount: " DELIMITED BY SIZE
               AMOUNT-EDITED DELIMITED BY SIZE
               INTO REMITTANCE-LINE
           END-STRING.
           WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE.

       START-REMITTANCE-ADVICE.
           MOVE SPACES TO REMITTANCE-FILENAME.
           STRING "remittance_" DELIMITED BY SIZE
               CURRENT-SUPPLIER-ID DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO REMITTANCE-FILENAME
           END-STRING.
           OPEN OUTPUT REMITTANCE-FILE.

           MOVE CURRENT-SUPPLIER-ID TO SUPPLIER-ID.
           READ SUPPLIER-FILE
               INVALID KEY
                   MOVE 'N' TO SUPPLIER-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO SUPPLIER-FOUND
           END-READ.

           MOVE SPACES TO REMITTANCE-LINE.
           STRING "REMITTANCE ADVICE - SUPPLIER " DELIMITED BY SIZE
               CURRENT-SUPPLIER-ID DELIMITED BY SIZE
               INTO REMITTANCE-LINE
           END-STRING.
           WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE.
           IF SUPPLIER-FOUND = 'Y'
               MOVE SPACES TO REMITTANCE-LINE
               STRING "Supplier: " DELIMITED BY SIZE
                   FUNCTION TRIM(SUPPLIER-NAME) DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE
               MOVE SPACES TO REMITTANCE-LINE
               STRING "Contact: " DELIMITED BY SIZE
                   FUNCTION TRIM(SUPPLIER-CONTACT) DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE
           ELSE
               MOVE SPACES TO REMITTANCE-LINE
               STRING "Supplier not on supplier.dat -- add it "
                   DELIMITED BY SIZE
                   "via supplier-maintenance." DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE
           END-IF.
           MOVE SPACES TO REMITTANCE-LINE.
           STRING "Payment date: " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REMITTANCE-LINE
           END-STRING.
           WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE.

       FINISH-REMITTANCE-ADVICE.
           IF SUPPLIER-PAID-COUNT > 0
               MOVE SUPPLIER-PAID-TOTAL TO AMOUNT-EDITED
               MOVE SPACES TO REMITTANCE-LINE
               STRING "Invoices paid: " DELIMITED BY SIZE
                   SUPPLIER-PAID-COUNT DELIMITED BY SIZE
                   " Total remitted: " DELIMITED BY SIZE
                   AMOUNT-EDITED DELIMITED BY SIZE
                   INTO REMITTANCE-LINE
               END-STRING
               WRITE REMITTANCE-RECORD FROM REMITTANCE-LINE
               CLOSE REMITTANCE-FILE
               ADD 1 TO REMITTANCE-COUNT
               DISPLAY "Remittance advice written: "
                   REMITTANCE-FILENAME
           END-IF.
           MOVE 0 TO SUPPLIER-PAID-COUNT.
           MOVE 0 TO SUPPLIER-PAID-TOTAL.
