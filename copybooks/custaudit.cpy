      * the master appends one of these to the audit file so a
      * balance or status can be traced back to the run, program and
      * action that changed it. An add carries an empty before
      * image; a delete carries an empty after image. The user id
      * is the signed-on operator for an online change (the
      * signed-on analyst for a dispute credit memo) and the job
      * step's program name for a batch posting.
      *================================================================
       01 CUSTOMER-AUDIT-RECORD.
           05 AU-CUSTOMER-ID               PIC 9(5).
               10 AU-NEW-STATUS            PIC X(01).
               10 AU-NEW-CREDIT-LIMIT      PIC 9(7)V99.
               10 AU-NEW-LAST-PAYMENT-DATE PIC 9(8).
           05 AU-USER-ID                   PIC X(08).
