      * code carries a mailing address for the customer contact
      * file in the trailing contact fields; the master fields are
      * ignored on a contact transaction and the contact fields are
      * ignored on everything else. The 'H' code links the
      * customer to a national account parent through the trailing
      * hierarchy fields: a parent ID equal to the customer's own ID
      * makes the customer the head of a family and sets the
      * family limits, any other parent ID links the customer
      * under that parent, and a zero parent ID unlinks it. The
      * master fields are ignored on a hierarchy transaction too.
      * The balance is carried signed so a negative incoming balance
      * can be detected and rejected; CUSTOMERREC's master balance
      * stays unsigned since a posted balance is never negative.
      *================================================================
       01 CUSTOMER-EDIT-RECORD.
           05 CE-TRANS-TYPE                PIC X(01).
               88 CE-TRANS-CHANGE          VALUE 'C'.
               88 CE-TRANS-DELETE          VALUE 'D'.
               88 CE-TRANS-CONTACT         VALUE 'M'.
               88 CE-TRANS-HIERARCHY       VALUE 'H'.
           05 CE-CUSTOMER-ID               PIC 9(5).
           05 CE-CUSTOMER-NAME             PIC X(30).
           05 CE-CUSTOMER-BALANCE          PIC S9(7)V99
               10 CE-STATE                 PIC X(02).
               10 CE-ZIP-CODE              PIC X(10).
               10 CE-EMAIL-FLAG            PIC X(01).
               10 CE-EMAIL-ADDRESS         PIC X(60).
           05 CE-HIERARCHY-FIELDS.
               10 CE-PARENT-CUSTOMER-ID    PIC 9(5).
               10 CE-FAMILY-CREDIT-LIMIT   PIC 9(7)V99.
               10 CE-FAMILY-PAST-DUE-LIMIT PIC 9(7)V99.
