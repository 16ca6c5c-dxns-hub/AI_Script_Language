      *================================================================
      * CUSTBNCE
      * E-statement bounce record, returned by the statement
      * delivery vendor for every email it could not deliver.
      * CUSTOMER-STATEMENT reads it at the start of the next run:
      * a customer still taking e-statements at the bounced address
      * has the contact email flag cleared so the statement goes
      * back to paper, and is listed on the mail exception report
      * so the AR staff can chase a good address.
      *================================================================
       01 ESTATEMENT-BOUNCE-RECORD.
           05 EB-CUSTOMER-ID            PIC 9(5).
           05 EB-EMAIL-ADDRESS          PIC X(60).
           05 EB-BOUNCE-DATE            PIC 9(8).
           05 EB-BOUNCE-REASON          PIC X(30).
