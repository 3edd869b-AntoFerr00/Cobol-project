       01 OVERRIDE-RECORD.
           05 OVR-TIMESTAMP PIC 9(14).
           05 OVR-PROGRAM PIC X(20).
           05 OVR-FUNCTION PIC X(12).
           05 OVR-OPERATOR-ID PIC 9(4).
           05 OVR-APPROVER-ID PIC 9(4).
           05 OVR-EVENT PIC X.
           05 OVR-DETAIL PIC X(30).
           05 OVR-NOTE PIC X(30).
