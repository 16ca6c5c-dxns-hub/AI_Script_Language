      *================================================================
      * CUSTACHF
      * Direct-debit origination file sent to the bank each night by
      * CUSTOMER-ACH-ORIGINATE. One batch header, one debit entry
      * per open item pulled (the item's CT-TRANS-REFERENCE rides as
      * the entry's individual id, so a return the bank sends back
      * on the lockbox file names the same item), and one batch
      * trailer carrying the entry count, the dollar total and the
      * entry hash - the sum of the first eight digits of every
      * routing number, rightmost ten digits kept - that the bank
      * proves the batch against before it will settle it.
      *================================================================
       01 ACH-ORIGINATION-RECORD.
           05 AO-RECORD-TYPE            PIC X(01).
               88 AO-BATCH-HEADER       VALUE 'H'.
               88 AO-DEBIT-ENTRY        VALUE 'D'.
               88 AO-BATCH-TRAILER      VALUE 'T'.
           05 AO-ENTRY-BODY.
               10 AO-ROUTING-NUMBER     PIC 9(9).
               10 AO-ACCOUNT-NUMBER     PIC X(17).
               10 AO-ACCOUNT-TYPE       PIC X(01).
               10 AO-DEBIT-AMOUNT       PIC 9(7)V99.
               10 AO-CUSTOMER-ID        PIC 9(5).
               10 AO-TRANS-REFERENCE    PIC X(10).
               10 AO-CUSTOMER-NAME      PIC X(22).
           05 AO-HEADER-BODY REDEFINES AO-ENTRY-BODY.
               10 AO-COMPANY-ID         PIC X(10).
               10 AO-ENTRY-DESCRIPTION  PIC X(10).
               10 AO-EFFECTIVE-DATE     PIC 9(8).
               10 AO-BATCH-NUMBER       PIC 9(7).
               10 FILLER                PIC X(38).
           05 AO-TRAILER-BODY REDEFINES AO-ENTRY-BODY.
               10 AO-ENTRY-COUNT        PIC 9(7).
               10 AO-TOTAL-DEBITS       PIC 9(10)V99.
               10 AO-ENTRY-HASH         PIC 9(10).
               10 FILLER                PIC X(44).
