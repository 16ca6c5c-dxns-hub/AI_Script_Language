      *================================================================
      * CUSTPAYH
      * Applied-payment history, one entry per application of cash
      * to an open item, written at match time by CUSTOMER-CASHAPP
      * and CUSTOMER-SUSPENSE-APPLY before the item is relieved, so
      * the invoice, due and paid dates survive the open item being
      * deleted. Keyed to the CUSTTRX open item (customer id plus
      * reference, duplicates allowed - partial payments put more
      * than one entry on the same item). A payment the bank later
      * returns is not removed: the NSF reversal marks the entry
      * reversed so days-to-pay only counts cash that stuck. Items
      * from the upstream feed carry no due date; for those the due
      * date is backed out of the days-past-due at the time paid.
      *================================================================
       01 PAYMENT-HISTORY-RECORD.
           05 PH-HISTORY-KEY.
               10 PH-CUSTOMER-ID        PIC 9(5).
               10 PH-TRANS-REFERENCE    PIC X(10).
           05 PH-INVOICE-DATE           PIC 9(8).
           05 PH-DUE-DATE               PIC 9(8).
           05 PH-PAID-DATE              PIC 9(8).
           05 PH-AMOUNT-APPLIED         PIC 9(7)V99.
           05 PH-APPLICATION-TYPE       PIC X(01).
               88 PH-PAID-IN-FULL       VALUE 'F'.
               88 PH-PAID-PARTIAL       VALUE 'P'.
           05 PH-ENTRY-STATUS           PIC X(01).
               88 PH-ENTRY-ACTIVE       VALUE 'A'.
               88 PH-ENTRY-REVERSED     VALUE 'R'.
           05 PH-REVERSED-DATE          PIC 9(8).
           05 PH-APPLIED-BY             PIC X(24).
