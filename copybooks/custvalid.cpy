      * code through to the update step so the poster knows whether
      * to WRITE, REWRITE or DELETE the master record, or to post
      * the trailing contact fields to the customer contact file on
      * an 'M' transaction, or the trailing hierarchy fields to the
      * national account hierarchy file on an 'H' transaction. The
      * balance is unsigned here because a negative balance can no
      * longer get past the edit.
      *================================================================
       01 CUSTOMER-VALID-RECORD.
           05 CV-TRANS-TYPE                PIC X(01).
               88 CV-TRANS-CHANGE          VALUE 'C'.
               88 CV-TRANS-DELETE          VALUE 'D'.
               88 CV-TRANS-CONTACT         VALUE 'M'.
               88 CV-TRANS-HIERARCHY       VALUE 'H'.
           05 CV-CUSTOMER-ID               PIC 9(5).
           05 CV-CUSTOMER-NAME             PIC X(30).
           05 CV-CUSTOMER-BALANCE          PIC 9(7)V99.
               10 CV-STATE                 PIC X(02).
               10 CV-ZIP-CODE              PIC X(10).
               10 CV-EMAIL-FLAG            PIC X(01).
               10 CV-EMAIL-ADDRESS         PIC X(60).
           05 CV-HIERARCHY-FIELDS.
               10 CV-PARENT-CUSTOMER-ID    PIC 9(5).
               10 CV-FAMILY-CREDIT-LIMIT   PIC 9(7)V99.
               10 CV-FAMILY-PAST-DUE-LIMIT PIC 9(7)V99.
