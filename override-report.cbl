       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERRIDE-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG ASSIGN TO "overridelog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERRIDE-LOG-STATUS.
           SELECT TENDER-LOG ASSIGN TO "tenderlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TENDER-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-LOG.
           COPY OVERRIDE.

       FD TENDER-LOG.
           COPY TENDEREC.

       WORKING-STORAGE SECTION.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 TENDER-LOG-STATUS PIC XX.
       01 END-OF-FILE PIC X VALUE 'N'.
       01 RUN-DATE-ARG PIC X(20).
       01 RUN-DATE PIC 9(8).
       01 EVENT-NAME PIC X(16).
       01 EVENT-TIME PIC X(6).
       01 EVENTS-LISTED PIC 9(5) VALUE 0.
       01 APPROVED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 BAD-PIN-COUNT PIC 9(5) VALUE 0.
       01 UNKNOWN-ID-COUNT PIC 9(5) VALUE 0.
       01 LOCKOUT-COUNT PIC 9(5) VALUE 0.
       01 LOCKED-TRY-COUNT PIC 9(5) VALUE 0.
       01 PIN-CHANGED-COUNT PIC 9(5) VALUE 0.
       01 UNLOCK-COUNT PIC 9(5) VALUE 0.
       01 AUTHORITY-SET-COUNT PIC 9(5) VALUE 0.
       01 OTHER-EVENT-COUNT PIC 9(5) VALUE 0.
       01 NO-TENDER-COUNT PIC 9(5) VALUE 0.
       01 NO-TENDER-VALUE PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT RUN-DATE-ARG FROM COMMAND-LINE.
           IF RUN-DATE-ARG = SPACES
               ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE FUNCTION NUMVAL(RUN-DATE-ARG) TO RUN-DATE
           END-IF.

           DISPLAY "OVERRIDE AND EXCEPTION REPORT FOR " RUN-DATE.

           OPEN INPUT OVERRIDE-LOG.
           IF OVERRIDE-LOG-STATUS = "35"
               DISPLAY "Override log not found: overridelog.dat -- "
                   "no overrides or sign-on exceptions recorded."
           ELSE
               PERFORM LIST-OVERRIDE-EVENTS
               CLOSE OVERRIDE-LOG
           END-IF.

           OPEN INPUT TENDER-LOG.
           IF TENDER-LOG-STATUS = "35"
               DISPLAY "Tender log not found: tenderlog.dat -- "
                   "no takings recorded."
           ELSE
               PERFORM LIST-NO-TENDER-SALES
               CLOSE TENDER-LOG
           END-IF.

           DISPLAY "--------------------------------".
           DISPLAY "Events listed:             " EVENTS-LISTED.
           DISPLAY "Overrides approved:        " APPROVED-COUNT.
           DISPLAY "Overrides refused:         " REFUSED-COUNT.
           DISPLAY "Wrong PINs entered:        " BAD-PIN-COUNT.
           DISPLAY "Unknown operator IDs:      " UNKNOWN-ID-COUNT.
           DISPLAY "Operators locked out:      " LOCKOUT-COUNT.
           DISPLAY "Sign-ons while locked:     " LOCKED-TRY-COUNT.
           DISPLAY "First-use PIN changes:     " PIN-CHANGED-COUNT.
           DISPLAY "Unlocks / PIN resets:      " UNLOCK-COUNT.
           DISPLAY "Authority levels changed:  " AUTHORITY-SET-COUNT.
           IF OTHER-EVENT-COUNT > 0
               DISPLAY "Unrecognised events:       " OTHER-EVENT-COUNT
           END-IF.
           DISPLAY "No-tender sales:           " NO-TENDER-COUNT
               " value: " NO-TENDER-VALUE.
           DISPLAY "End of report.".
           STOP RUN.

       LIST-OVERRIDE-EVENTS.
           DISPLAY "TIME   EVENT            PROGRAM              "
               "FUNCTION     OPER APPR DETAIL / NOTE".
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ OVERRIDE-LOG
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF OVR-TIMESTAMP (1:8) = RUN-DATE
                           PERFORM PRINT-OVERRIDE-LINE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-OVERRIDE-LINE.
           EVALUATE OVR-EVENT
               WHEN "O"
                   MOVE "OVERRIDE OK" TO EVENT-NAME
                   ADD 1 TO APPROVED-COUNT
               WHEN "D"
                   MOVE "OVERRIDE REFUSED" TO EVENT-NAME
                   ADD 1 TO REFUSED-COUNT
               WHEN "F"
                   MOVE "WRONG PIN" TO EVENT-NAME
                   ADD 1 TO BAD-PIN-COUNT
               WHEN "U"
                   MOVE "UNKNOWN ID" TO EVENT-NAME
                   ADD 1 TO UNKNOWN-ID-COUNT
               WHEN "L"
                   MOVE "LOCKED OUT" TO EVENT-NAME
                   ADD 1 TO LOCKOUT-COUNT
               WHEN "K"
                   MOVE "TRIED WHEN LOCKED" TO EVENT-NAME
                   ADD 1 TO LOCKED-TRY-COUNT
               WHEN "P"
                   MOVE "PIN CHANGED" TO EVENT-NAME
                   ADD 1 TO PIN-CHANGED-COUNT
               WHEN "R"
                   MOVE "UNLOCK / RESET" TO EVENT-NAME
                   ADD 1 TO UNLOCK-COUNT
               WHEN "A"
                   MOVE "AUTHORITY SET" TO EVENT-NAME
                   ADD 1 TO AUTHORITY-SET-COUNT
               WHEN OTHER
                   MOVE "UNKNOWN EVENT" TO EVENT-NAME
                   ADD 1 TO OTHER-EVENT-COUNT
           END-EVALUATE.
           ADD 1 TO EVENTS-LISTED.
           MOVE OVR-TIMESTAMP (9:6) TO EVENT-TIME.
           DISPLAY EVENT-TIME " " EVENT-NAME " " OVR-PROGRAM " "
               OVR-FUNCTION " " OVR-OPERATOR-ID " " OVR-APPROVER-ID
               " " OVR-DETAIL.
           IF OVR-NOTE NOT = SPACES
               DISPLAY "       " OVR-NOTE
           END-IF.

       LIST-NO-TENDER-SALES.
           DISPLAY "NO-TENDER SALES".
           DISPLAY "RECEIPT OPER SALE TOTAL".
           MOVE 'N' TO END-OF-FILE.
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ TENDER-LOG
                   AT END
                       MOVE 'Y' TO END-OF-FILE
                   NOT AT END
                       IF TENDER-REC-DATE = RUN-DATE
                           AND TENDER-TYPE = "N"
                           ADD 1 TO NO-TENDER-COUNT
                           ADD TENDER-SALE-TOTAL TO NO-TENDER-VALUE
                           DISPLAY TENDER-RECEIPT-NO "  "
                               TENDER-OPERATOR-ID " "
                               TENDER-SALE-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
