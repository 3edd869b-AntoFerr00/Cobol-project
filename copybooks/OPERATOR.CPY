           05 OPERATOR-NAME PIC X(30).
           05 OPERATOR-PIN PIC 9(4).
           05 OPERATOR-LEVEL PIC 9.
           05 OPERATOR-FAILED-COUNT PIC 9.
           05 OPERATOR-STATUS PIC X.
           05 OPERATOR-PIN-CHANGE PIC X.
