       01 REASON-RECORD.
           05 REASON-CODE PIC X(4).
           05 REASON-DESCRIPTION PIC X(30).
           05 REASON-GROUP PIC X.
