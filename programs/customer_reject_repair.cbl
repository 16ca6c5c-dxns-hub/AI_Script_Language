           MOVE CR-CUSTOMER-LAST-PAYMENT-DATE
               TO CE-CUSTOMER-LAST-PAYMENT-DATE
           MOVE CR-CONTACT-FIELDS TO CE-CONTACT-FIELDS
           MOVE CR-HIERARCHY-FIELDS TO CE-HIERARCHY-FIELDS
           WRITE CUSTOMER-EDIT-RECORD
           ADD 1 TO REPAIRS-RESUBMITTED.

