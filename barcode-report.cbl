       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARCODE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOP-FILE ASSIGN TO "shopfile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-ID
               ALTERNATE RECORD KEY IS ITEM-BARCODE
                   SUPPRESS WHEN SPACES
               FILE STATUS IS SHOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOP-FILE.
           COPY SHOPITEM.

       WORKING-STORAGE SECTION.
       01 SHOP-FILE-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 ITEMS-READ-COUNT PIC 9(5) VALUE 0.
       01 NO-BARCODE-COUNT PIC 9(5) VALUE 0.
       01 BAD-FORMAT-COUNT PIC 9(5) VALUE 0.
       01 BAD-CHECK-DIGIT-COUNT PIC 9(5) VALUE 0.
       01 GOOD-BARCODE-COUNT PIC 9(5) VALUE 0.
       01 BARCODE-WORK PIC X(13).
       01 BARCODE-LENGTH PIC 99.
       01 BARCODE-TYPE PIC X(6).
       01 DIGIT-POS PIC 99.
       01 DIGIT-START PIC 99.
       01 DIGIT-VALUE PIC 9.
       01 DIGIT-WEIGHT PIC 9.
       01 DIGIT-SUM PIC 9(4).
       01 EXPECTED-CHECK-DIGIT PIC 9.
       01 GIVEN-CHECK-DIGIT PIC 9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM ENSURE-SHOP-FILE-EXISTS.
           OPEN INPUT SHOP-FILE.

           DISPLAY "BARCODE EXCEPTION REPORT (missing barcodes and "
               "bad EAN-13 / EAN-8 / UPC-A check digits)".
           MOVE 'N' TO END-OF-FILE.

           PERFORM UNTIL END-OF-FILE = 'Y'
               READ SHOP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO ITEMS-READ-COUNT
                       PERFORM CHECK-ITEM-BARCODE
               END-READ
           END-PERFORM.

           CLOSE SHOP-FILE.
           DISPLAY "--------------------------------".
           DISPLAY "Items read:             " ITEMS-READ-COUNT.
           DISPLAY "Barcode OK:             " GOOD-BARCODE-COUNT.
           DISPLAY "No barcode:             " NO-BARCODE-COUNT.
           DISPLAY "Not an EAN/UPC format:  " BAD-FORMAT-COUNT.
           DISPLAY "Bad check digit:        " BAD-CHECK-DIGIT-COUNT.
           DISPLAY "Correct barcodes via csv-import (sixth column).".
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

       CHECK-ITEM-BARCODE.
           IF ITEM-BARCODE = SPACES
               ADD 1 TO NO-BARCODE-COUNT
               DISPLAY "ID: " ITEM-ID " Name: " ITEM-NAME
                   " NO BARCODE"
           ELSE
               MOVE FUNCTION TRIM(ITEM-BARCODE) TO BARCODE-WORK
               MOVE FUNCTION LENGTH(FUNCTION TRIM(BARCODE-WORK))
                   TO BARCODE-LENGTH
               EVALUATE BARCODE-LENGTH
                   WHEN 13
                       MOVE "EAN-13" TO BARCODE-TYPE
                   WHEN 12
                       MOVE "UPC-A" TO BARCODE-TYPE
                   WHEN 8
                       MOVE "EAN-8" TO BARCODE-TYPE
                   WHEN OTHER
                       MOVE SPACES TO BARCODE-TYPE
               END-EVALUATE
               IF BARCODE-TYPE = SPACES
                   OR BARCODE-WORK (1:BARCODE-LENGTH) NOT NUMERIC
                   ADD 1 TO BAD-FORMAT-COUNT
                   DISPLAY "ID: " ITEM-ID " Name: " ITEM-NAME
                       " Barcode: " ITEM-BARCODE
                       " NOT 8, 12 OR 13 DIGITS"
               ELSE
                   PERFORM VERIFY-CHECK-DIGIT
               END-IF
           END-IF.

       VERIFY-CHECK-DIGIT.
           MOVE 0 TO DIGIT-SUM.
           MOVE 3 TO DIGIT-WEIGHT.
           COMPUTE DIGIT-START = BARCODE-LENGTH - 1.
           PERFORM VARYING DIGIT-POS FROM DIGIT-START BY -1
               UNTIL DIGIT-POS < 1
               MOVE BARCODE-WORK (DIGIT-POS:1) TO DIGIT-VALUE
               COMPUTE DIGIT-SUM = DIGIT-SUM
                   + DIGIT-VALUE * DIGIT-WEIGHT
               IF DIGIT-WEIGHT = 3
                   MOVE 1 TO DIGIT-WEIGHT
               ELSE
                   MOVE 3 TO DIGIT-WEIGHT
               END-IF
           END-PERFORM.
           COMPUTE EXPECTED-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(DIGIT-SUM, 10), 10).
           MOVE BARCODE-WORK (BARCODE-LENGTH:1) TO GIVEN-CHECK-DIGIT.
           IF GIVEN-CHECK-DIGIT = EXPECTED-CHECK-DIGIT
               ADD 1 TO GOOD-BARCODE-COUNT
           ELSE
               ADD 1 TO BAD-CHECK-DIGIT-COUNT
               DISPLAY "ID: " ITEM-ID " Name: " ITEM-NAME
                   " Barcode: " ITEM-BARCODE
                   " BAD " BARCODE-TYPE " CHECK DIGIT (expected "
                   EXPECTED-CHECK-DIGIT ")"
           END-IF.
