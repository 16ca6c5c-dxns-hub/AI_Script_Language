      * CUSTOMER-DUNNING and CUSTOMER-STATEMENT read it to print a
      * real mailing block; a customer with no contact record lands
      * on the program's mailing exception report instead of
      * producing an unmailable letter. The email flag sends the
      * customer's statement to the e-statement delivery file, at
      * the email address, instead of printing it; a bounce back
      * from the delivery vendor clears the flag so the customer
      * returns to a paper statement.
      *================================================================
       01 CUSTOMER-CONTACT-RECORD.
           05 CN-CUSTOMER-ID        PIC 9(5).
           05 CN-ZIP-CODE           PIC X(10).
           05 CN-EMAIL-FLAG         PIC X(01).
               88 CN-STATEMENT-BY-EMAIL VALUE 'E'.
           05 CN-EMAIL-ADDRESS      PIC X(60).
