      * out instead of applying it. Unmatched payments are carried
      * to the suspense file in this same layout; the AR clerks
      * work them the next morning through the decision file the
      * CUSTOMER-SUSPENSE-APPLY run pairs against suspense. The
      * autopay debits CUSTOMER-ACH-ORIGINATE sends the bank are
      * handed to the next night's cash application in this same
      * layout as expected payments, with their own header and
      * trailer.
      *================================================================
       01 LOCKBOX-REMIT-RECORD.
           05 LR-RECORD-TYPE        PIC X(01).
