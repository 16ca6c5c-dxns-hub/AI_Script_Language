      * and handed to the collections team sorted broken promises
      * first, then by 90-plus dollars descending, so a customer who
      * promised payment and missed the date is worked ahead of the
      * merely large exposures. Every member of a national account
      * family is rolled up into a single entry under the parent
      * account, so one collector works the whole relationship;
      * the member count says how many accounts the entry covers
      * and is zero for an account in no family.
      *================================================================
       01 COLLECTION-WORK-RECORD.
           05 CW-CUSTOMER-ID        PIC 9(5).
           05 CW-CUSTOMER-NAME      PIC X(30).
           05 CW-AGE-90-PLUS        PIC 9(9)V99.
           05 CW-TOTAL-OPEN         PIC 9(9)V99.
           05 CW-NOTICE-LEVEL       PIC 9(1).
           05 CW-BROKEN-PROMISE     PIC X(01).
           05 CW-FAMILY-MEMBERS     PIC 9(03).
