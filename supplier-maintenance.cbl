       01 SUPPLIER-NAME-INPUT PIC X(30).
       01 SUPPLIER-CONTACT-INPUT PIC X(30).
       01 SUPPLIER-LEAD-TIME-INPUT PIC 9(3).
       01 SUPPLIER-PAYMENT-TERMS-INPUT PIC 9(3).
       01 SUPPLIER-REMOVE-ID PIC 9(5).
       01 END-OF-FILE PIC X VALUE 'N'.
       01 BATCH-MODE-ARG PIC X(20).
           ACCEPT SUPPLIER-CONTACT-INPUT.
           DISPLAY "Enter Lead Time (days): ".
           ACCEPT SUPPLIER-LEAD-TIME-INPUT.
           DISPLAY "Enter Payment Terms (days from invoice): ".
           ACCEPT SUPPLIER-PAYMENT-TERMS-INPUT.

           MOVE SUPPLIER-ID-INPUT TO SUPPLIER-ID.
           MOVE SUPPLIER-NAME-INPUT TO SUPPLIER-NAME.
           MOVE SUPPLIER-CONTACT-INPUT TO SUPPLIER-CONTACT.
           MOVE SUPPLIER-LEAD-TIME-INPUT TO SUPPLIER-LEAD-TIME.
           MOVE SUPPLIER-PAYMENT-TERMS-INPUT TO SUPPLIER-PAYMENT-TERMS.

           OPEN I-O SUPPLIER-FILE.
           WRITE SUPPLIER-RECORD
                           " Name: " SUPPLIER-NAME
                           " Contact: " SUPPLIER-CONTACT
                           " Lead Time: " SUPPLIER-LEAD-TIME
                           " Terms: " SUPPLIER-PAYMENT-TERMS
               END-READ
           END-PERFORM.

                   DISPLAY "Current Name: " SUPPLIER-NAME
                   DISPLAY "Current Contact: " SUPPLIER-CONTACT
                   DISPLAY "Current Lead Time: " SUPPLIER-LEAD-TIME
                   DISPLAY "Current Payment Terms: "
                       SUPPLIER-PAYMENT-TERMS
                   DISPLAY "Enter Supplier Name: "
                   ACCEPT SUPPLIER-NAME-INPUT
                   DISPLAY "Enter Contact Details: "
                   ACCEPT SUPPLIER-CONTACT-INPUT
                   DISPLAY "Enter Lead Time (days): "
                   ACCEPT SUPPLIER-LEAD-TIME-INPUT
                   DISPLAY "Enter Payment Terms (days from invoice): "
                   ACCEPT SUPPLIER-PAYMENT-TERMS-INPUT
                   MOVE SUPPLIER-NAME-INPUT TO SUPPLIER-NAME
                   MOVE SUPPLIER-CONTACT-INPUT TO SUPPLIER-CONTACT
                   MOVE SUPPLIER-LEAD-TIME-INPUT
                       TO SUPPLIER-LEAD-TIME
                   MOVE SUPPLIER-PAYMENT-TERMS-INPUT
                       TO SUPPLIER-PAYMENT-TERMS
                   REWRITE SUPPLIER-RECORD
                   DISPLAY "Supplier updated successfully."
           END-READ.
