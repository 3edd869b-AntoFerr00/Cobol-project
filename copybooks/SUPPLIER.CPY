           05 SUPPLIER-NAME PIC X(30).
           05 SUPPLIER-CONTACT PIC X(30).
           05 SUPPLIER-LEAD-TIME PIC 9(3).
           05 SUPPLIER-PAYMENT-TERMS PIC 9(3).
