       01 AUTHORITY-RECORD.
           05 AUTH-FUNCTION PIC X(12).
           05 AUTH-DESCRIPTION PIC X(30).
           05 AUTH-MIN-LEVEL PIC 9.
