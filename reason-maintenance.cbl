       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASON-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-FILE ASSIGN TO "reasoncode.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REASON-CODE
               FILE STATUS IS REASON-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REASON-FILE.
           COPY REASONCD.

       WORKING-STORAGE SECTION.
       01 REASON-FILE-STATUS PIC XX.
       01 USER-CHOICE PIC 9.
       01 REASON-CODE-INPUT PIC X(4).
       01 REASON-DESCRIPTION-INPUT PIC X(30).
       01 REASON-GROUP-INPUT PIC X.
       01 REASON-GROUP-NAME PIC X(10).
       01 END-OF-FILE PIC X VALUE 'N'.
       01 BATCH-MODE-ARG PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-START.
           ACCEPT BATCH-MODE-ARG FROM COMMAND-LINE.
           PERFORM ENSURE-REASON-FILE-EXISTS.
           IF BATCH-MODE-ARG NOT = SPACES
               PERFORM RUN-BATCH-MODE
               STOP RUN
           END-IF.
           GO TO MAIN-LOOP.

       RUN-BATCH-MODE.
           EVALUATE FUNCTION UPPER-CASE(BATCH-MODE-ARG)
               WHEN "VIEW"
                   PERFORM VIEW-REASONS
               WHEN OTHER
                   DISPLAY "Unknown batch mode: " BATCH-MODE-ARG
                   DISPLAY "Valid batch modes: VIEW"
           END-EVALUATE.

       ENSURE-REASON-FILE-EXISTS.
           OPEN INPUT REASON-FILE.
           IF REASON-FILE-STATUS = "35"
               OPEN OUTPUT REASON-FILE
               CLOSE REASON-FILE
           ELSE
               CLOSE REASON-FILE
           END-IF.

       MAIN-LOOP.
           DISPLAY "WRITE-OFF REASON CODES".
           DISPLAY "1. Add Reason Code".
           DISPLAY "2. View Reason Codes".
           DISPLAY "3. Remove Reason Code".
           DISPLAY "4. Exit".
           DISPLAY "5. Update Reason Code".
           DISPLAY "Enter your choice: ".
           ACCEPT USER-CHOICE.

           EVALUATE USER-CHOICE
               WHEN 1
                   PERFORM ADD-REASON
               WHEN 2
                   PERFORM VIEW-REASONS
               WHEN 3
                   PERFORM REMOVE-REASON
               WHEN 4
                   DISPLAY "Exiting..."
                   STOP RUN
               WHEN 5
                   PERFORM UPDATE-REASON
               WHEN OTHER
                   DISPLAY "Invalid choice, try again."
           END-EVALUATE.

           GO TO MAIN-LOOP.

       ACCEPT-REASON-CODE.
           DISPLAY "Enter Reason Code (up to 4 characters): ".
           MOVE SPACES TO REASON-CODE-INPUT.
           ACCEPT REASON-CODE-INPUT.
           MOVE FUNCTION UPPER-CASE(REASON-CODE-INPUT)
               TO REASON-CODE-INPUT.

       ACCEPT-REASON-DETAILS.
           DISPLAY "Enter Description: ".
           ACCEPT REASON-DESCRIPTION-INPUT.
           DISPLAY "Enter Group (H=handling/damage S=shelf life "
               "T=theft O=other): ".
           ACCEPT REASON-GROUP-INPUT.
           MOVE FUNCTION UPPER-CASE(REASON-GROUP-INPUT)
               TO REASON-GROUP-INPUT.
           IF REASON-GROUP-INPUT NOT = "H"
               AND REASON-GROUP-INPUT NOT = "S"
               AND REASON-GROUP-INPUT NOT = "T"
               AND REASON-GROUP-INPUT NOT = "O"
               DISPLAY "Unknown group -- other assumed."
               MOVE "O" TO REASON-GROUP-INPUT
           END-IF.

       ADD-REASON.
           PERFORM ACCEPT-REASON-CODE.
           IF REASON-CODE-INPUT = SPACES
               DISPLAY "Reason code cannot be blank."
           ELSE
               PERFORM ACCEPT-REASON-DETAILS
               MOVE REASON-CODE-INPUT TO REASON-CODE
               MOVE REASON-DESCRIPTION-INPUT TO REASON-DESCRIPTION
               MOVE REASON-GROUP-INPUT TO REASON-GROUP
               OPEN I-O REASON-FILE
               WRITE REASON-RECORD
                   INVALID KEY
                       DISPLAY "Reason code already exists."
                   NOT INVALID KEY
                       DISPLAY "Reason code added successfully!"
               END-WRITE
               CLOSE REASON-FILE
           END-IF.

       VIEW-REASONS.
           OPEN INPUT REASON-FILE.
           DISPLAY "Reason Code List:".
           MOVE 'N' TO END-OF-FILE.

           PERFORM UNTIL END-OF-FILE = 'Y'
               READ REASON-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       PERFORM NAME-REASON-GROUP
                       DISPLAY "Code: " REASON-CODE
                           " Description: " REASON-DESCRIPTION
                           " Group: " REASON-GROUP-NAME
               END-READ
           END-PERFORM.

           CLOSE REASON-FILE.
           DISPLAY "End of list.".

       NAME-REASON-GROUP.
           EVALUATE REASON-GROUP
               WHEN "H"
                   MOVE "HANDLING" TO REASON-GROUP-NAME
               WHEN "S"
                   MOVE "SHELF LIFE" TO REASON-GROUP-NAME
               WHEN "T"
                   MOVE "THEFT" TO REASON-GROUP-NAME
               WHEN OTHER
                   MOVE "OTHER" TO REASON-GROUP-NAME
           END-EVALUATE.

       REMOVE-REASON.
           PERFORM ACCEPT-REASON-CODE.
           OPEN I-O REASON-FILE.
           MOVE REASON-CODE-INPUT TO REASON-CODE.
           DELETE REASON-FILE
               INVALID KEY
                   DISPLAY "Reason code not found."
               NOT INVALID KEY
                   DISPLAY "Reason code removed successfully."
           END-DELETE.
           CLOSE REASON-FILE.

       UPDATE-REASON.
           PERFORM ACCEPT-REASON-CODE.
           OPEN I-O REASON-FILE.
           MOVE REASON-CODE-INPUT TO REASON-CODE.
           READ REASON-FILE
               INVALID KEY
                   DISPLAY "Reason code not found."
               NOT INVALID KEY
                   DISPLAY "Current: " REASON-DESCRIPTION
                       " Group: " REASON-GROUP
                   PERFORM ACCEPT-REASON-DETAILS
                   MOVE REASON-DESCRIPTION-INPUT TO REASON-DESCRIPTION
                   MOVE REASON-GROUP-INPUT TO REASON-GROUP
                   REWRITE REASON-RECORD
                   DISPLAY "Reason code updated successfully."
           END-READ.
           CLOSE REASON-FILE.
