       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOUCHER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER-FILE ASSIGN TO "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VOUCHER-NO
               FILE STATUS IS VOUCHER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VOUCHER-FILE.
           COPY VOUCHER.

       WORKING-STORAGE SECTION.
       01 VOUCHER-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 VOUCHER-EXPIRED PIC X.
       01 VOUCHER-TYPE-NAME PIC X(12).
       01 LISTING-EXPIRED PIC X.
       01 OUTSTANDING-COUNT PIC 9(5) VALUE 0.
       01 OUTSTANDING-TOTAL PIC 9(13)V99 VALUE 0.
       01 GIFT-OUTSTANDING PIC 9(13)V99 VALUE 0.
       01 CREDIT-OUTSTANDING PIC 9(13)V99 VALUE 0.
       01 EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 EXPIRED-TOTAL PIC 9(13)V99 VALUE 0.
       01 REDEEMED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.

           OPEN INPUT VOUCHER-FILE.
           IF VOUCHER-FILE-STATUS = "35"
               DISPLAY "Voucher file not found: vouchers.dat -- "
                   "no vouchers issued yet."
               STOP RUN
           END-IF.
           CLOSE VOUCHER-FILE.

           DISPLAY "OUTSTANDING VOUCHER LIABILITY AS AT " RUN-DATE.
           DISPLAY "VOUCHER TYPE         ISSUED   EXPIRES  "
               "ORIGINAL  BALANCE".
           MOVE 'N' TO LISTING-EXPIRED.
           PERFORM LIST-VOUCHERS.
           DISPLAY "--------------------------------".
           DISPLAY "Outstanding vouchers:    " OUTSTANDING-COUNT.
           DISPLAY "Gift vouchers:           " GIFT-OUTSTANDING.
           DISPLAY "Store credit:            " CREDIT-OUTSTANDING.
           DISPLAY "TOTAL LIABILITY:         " OUTSTANDING-TOTAL.

           DISPLAY "EXPIRED VOUCHERS WITH UNUSED BALANCE".
           DISPLAY "VOUCHER TYPE         ISSUED   EXPIRED  "
               "ORIGINAL  BALANCE".
           MOVE 'Y' TO LISTING-EXPIRED.
           PERFORM LIST-VOUCHERS.
           DISPLAY "--------------------------------".
           DISPLAY "Expired vouchers:        " EXPIRED-COUNT.
           DISPLAY "Unused expired balance:  " EXPIRED-TOTAL.
           DISPLAY "Fully redeemed vouchers: " REDEEMED-COUNT.
           DISPLAY "End of report.".
           STOP RUN.

       LIST-VOUCHERS.
           OPEN INPUT VOUCHER-FILE.
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ VOUCHER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM CLASSIFY-VOUCHER
               END-READ
           END-PERFORM.
           CLOSE VOUCHER-FILE.

       CLASSIFY-VOUCHER.
           IF VOUCHER-STATUS = "E"
               OR VOUCHER-EXPIRY-DATE < RUN-DATE
               MOVE 'Y' TO VOUCHER-EXPIRED
           ELSE
               MOVE 'N' TO VOUCHER-EXPIRED
           END-IF.
           IF VOUCHER-TYPE = "K"
               MOVE "STORE CREDIT" TO VOUCHER-TYPE-NAME
           ELSE
               MOVE "GIFT VOUCHER" TO VOUCHER-TYPE-NAME
           END-IF.
           EVALUATE TRUE
               WHEN VOUCHER-BALANCE = 0
                   IF LISTING-EXPIRED = 'N'
                       ADD 1 TO REDEEMED-COUNT
                   END-IF
               WHEN VOUCHER-EXPIRED = 'N' AND LISTING-EXPIRED = 'N'
                   PERFORM PRINT-VOUCHER-LINE
                   ADD 1 TO OUTSTANDING-COUNT
                   ADD VOUCHER-BALANCE TO OUTSTANDING-TOTAL
                   IF VOUCHER-TYPE = "K"
                       ADD VOUCHER-BALANCE TO CREDIT-OUTSTANDING
                   ELSE
                       ADD VOUCHER-BALANCE TO GIFT-OUTSTANDING
                   END-IF
               WHEN VOUCHER-EXPIRED = 'Y' AND LISTING-EXPIRED = 'Y'
                   PERFORM PRINT-VOUCHER-LINE
                   ADD 1 TO EXPIRED-COUNT
                   ADD VOUCHER-BALANCE TO EXPIRED-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-VOUCHER-LINE.
           DISPLAY VOUCHER-NO " " VOUCHER-TYPE-NAME " "
               VOUCHER-ISSUE-DATE " " VOUCHER-EXPIRY-DATE " "
               VOUCHER-ORIGINAL-VALUE " " VOUCHER-BALANCE.
