       01 GL-JOURNAL-RECORD.
           05 GL-RECORD-TYPE PIC X.
           05 GL-JOURNAL-DATE PIC 9(8).
           05 GL-LINE-NO PIC 9(4).
           05 GL-ACCOUNT-CODE PIC X(4).
           05 GL-ACCOUNT-NAME PIC X(30).
           05 GL-DEBIT PIC 9(13)V99.
           05 GL-CREDIT PIC 9(13)V99.
