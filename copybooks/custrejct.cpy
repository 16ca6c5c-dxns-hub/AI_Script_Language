      * because a reject may exist precisely because it is negative.
      * The trailing contact fields ride along so a rejected 'M'
      * contact transaction can be repaired without re-keying the
      * address and email address, and the trailing hierarchy
      * fields do the same for a rejected 'H' hierarchy transaction.
      *================================================================
       01 CUSTOMER-REJECT-RECORD.
           05 CR-TRANS-TYPE                PIC X(01).
               10 CR-STATE                 PIC X(02).
               10 CR-ZIP-CODE              PIC X(10).
               10 CR-EMAIL-FLAG            PIC X(01).
               10 CR-EMAIL-ADDRESS         PIC X(60).
           05 CR-HIERARCHY-FIELDS.
               10 CR-PARENT-CUSTOMER-ID    PIC 9(5).
               10 CR-FAMILY-CREDIT-LIMIT   PIC 9(7)V99.
               10 CR-FAMILY-PAST-DUE-LIMIT PIC 9(7)V99.
           05 CR-REJECT-REASON-CODE        PIC X(02).
           05 CR-REJECT-REASON-TEXT        PIC X(30).
           05 CR-REJECT-DATE               PIC 9(8).
