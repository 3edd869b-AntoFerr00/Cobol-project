       01 STEP-COMMAND PIC X(80).
       01 STEP-I PIC 9(2).
       01 LOADED-STEP-COUNT PIC 9(2) VALUE 0.
       01 STEP-COUNT PIC 9(2) VALUE 8.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 8 TIMES.
               10 ST-STEP-NAME PIC X(20).
               10 ST-START-TIME PIC 9(14).
               10 ST-END-TIME PIC 9(14).

           PERFORM RUN-ONE-STEP
               VARYING STEP-I FROM 1 BY 1
               UNTIL STEP-I > STEP-COUNT
                   OR STREAM-FAILED = 'Y'.

           IF STREAM-FAILED = 'Y'

       SET-UP-STEP-NAMES.
           MOVE "DAY-END-RECONCILE" TO ST-STEP-NAME (1).
           MOVE "GL-EXTRACT" TO ST-STEP-NAME (2).
           MOVE "LOW-STOCK-REPORT" TO ST-STEP-NAME (3).
           MOVE "EXPIRY-REPORT" TO ST-STEP-NAME (4).
           MOVE "INTEGRITY-CHECK" TO ST-STEP-NAME (5).
           MOVE "OVERRIDE-REPORT" TO ST-STEP-NAME (6).
           MOVE "CSV-EXPORT" TO ST-STEP-NAME (7).
           MOVE "PERIOD-END-ARCHIVE" TO ST-STEP-NAME (8).
           PERFORM VARYING STEP-I FROM 1 BY 1
               UNTIL STEP-I > STEP-COUNT
               MOVE 0 TO ST-START-TIME (STEP-I)
               MOVE 0 TO ST-END-TIME (STEP-I)
               MOVE "PENDING" TO ST-OUTCOME (STEP-I)
           END-IF.

       LOAD-ONE-STEP-RECORD.
           PERFORM VARYING STEP-I FROM 1 BY 1
               UNTIL STEP-I > STEP-COUNT
               IF ST-STEP-NAME (STEP-I) = RC-STEP-NAME
                   ADD 1 TO LOADED-STEP-COUNT
                   MOVE RC-RUN-DATE TO STREAM-RUN-DATE
                   MOVE RC-START-TIME TO ST-START-TIME (STEP-I)
                   MOVE RC-END-TIME TO ST-END-TIME (STEP-I)
                   MOVE RC-OUTCOME TO ST-OUTCOME (STEP-I)
               END-IF
           END-PERFORM.

       DECIDE-STREAM-START.
           MOVE 'N' TO RESUMING-STREAM.
           IF LOADED-STEP-COUNT > 0
               PERFORM VARYING STEP-I FROM 1 BY 1
                   UNTIL STEP-I > STEP-COUNT
                   IF ST-OUTCOME (STEP-I) = "FAILED"
                       OR ST-OUTCOME (STEP-I) = "STARTED"
                       OR ST-OUTCOME (STEP-I) = "PENDING"
           IF RESUMING-STREAM = 'N'
               ACCEPT STREAM-RUN-DATE FROM DATE YYYYMMDD
               PERFORM VARYING STEP-I FROM 1 BY 1
                   UNTIL STEP-I > STEP-COUNT
                   MOVE 0 TO ST-START-TIME (STEP-I)
                   MOVE 0 TO ST-END-TIME (STEP-I)
                   MOVE "PENDING" TO ST-OUTCOME (STEP-I)
           END-IF.

       EXECUTE-STEP.
           IF ST-STEP-NAME (STEP-I) = "PERIOD-END-ARCHIVE"
               AND CUTOFF-DATE = 0
               DISPLAY "Step " STEP-I " PERIOD-END-ARCHIVE skipped "
                   "-- no cutoff date given on the command line."
               MOVE "SKIPPED" TO ST-OUTCOME (STEP-I)
               PERFORM WRITE-RUN-CONTROL-FILE
           ELSE

       BUILD-STEP-COMMAND.
           MOVE SPACES TO STEP-COMMAND.
           EVALUATE ST-STEP-NAME (STEP-I)
               WHEN "DAY-END-RECONCILE"
                   STRING "./day-end-reconcile " DELIMITED BY SIZE
                       STREAM-RUN-DATE DELIMITED BY SIZE
                       INTO STEP-COMMAND
                   END-STRING
               WHEN "GL-EXTRACT"
                   STRING "./gl-extract " DELIMITED BY SIZE
                       STREAM-RUN-DATE DELIMITED BY SIZE
                       INTO STEP-COMMAND
                   END-STRING
               WHEN "LOW-STOCK-REPORT"
                   MOVE "./low-stock-report" TO STEP-COMMAND
               WHEN "EXPIRY-REPORT"
                   MOVE "./expiry-report" TO STEP-COMMAND
               WHEN "INTEGRITY-CHECK"
                   MOVE "./integrity-check" TO STEP-COMMAND
               WHEN "OVERRIDE-REPORT"
                   STRING "./override-report " DELIMITED BY SIZE
                       STREAM-RUN-DATE DELIMITED BY SIZE
                       INTO STEP-COMMAND
                   END-STRING
               WHEN "CSV-EXPORT"
                   MOVE "./csv-export" TO STEP-COMMAND
               WHEN "PERIOD-END-ARCHIVE"
                   STRING "./period-end-archive " DELIMITED BY SIZE
                       CUTOFF-DATE DELIMITED BY SIZE
                       INTO STEP-COMMAND
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM WRITE-ONE-STEP-RECORD
               VARYING RC-STEP-NO FROM 1 BY 1
               UNTIL RC-STEP-NO > STEP-COUNT.
           CLOSE RUN-CONTROL-FILE.

       WRITE-ONE-STEP-RECORD.
