      *================================================================
      * CUSTACH
      * Autopay enrollment, one per customer, keyed to CUSTOMER-ID
      * and maintained online through CUSTOMER-AUTOPAY-MAINT. An
      * active enrollment has CUSTOMER-ACH-ORIGINATE pull the
      * customer's open items by bank direct debit on their due
      * date, either only the items falling due or the whole open
      * balance. CUSTOMER-CASHAPP counts every debit the bank
      * returns against the enrollment; once the returns reach the
      * ACH-RETURN-LIMIT business parameter the enrollment drops to
      * suspended and the customer is back on mailed payments until
      * the AR staff reinstate it.
      *================================================================
       01 AUTOPAY-ENROLLMENT-RECORD.
           05 AE-CUSTOMER-ID            PIC 9(5).
           05 AE-ROUTING-NUMBER         PIC 9(9).
           05 AE-ACCOUNT-NUMBER         PIC X(17).
           05 AE-ACCOUNT-TYPE           PIC X(01).
               88 AE-CHECKING-ACCOUNT   VALUE 'C'.
               88 AE-SAVINGS-ACCOUNT    VALUE 'S'.
               88 AE-ACCOUNT-TYPE-VALID VALUE 'C' 'S'.
           05 AE-ENROLL-STATUS          PIC X(01).
               88 AE-ENROLL-ACTIVE      VALUE 'A'.
               88 AE-ENROLL-SUSPENDED   VALUE 'S'.
               88 AE-ENROLL-CANCELLED   VALUE 'X'.
               88 AE-ENROLL-STATUS-VALID VALUE 'A' 'S' 'X'.
           05 AE-PULL-OPTION            PIC X(01).
               88 AE-PULL-FULL-BALANCE  VALUE 'F'.
               88 AE-PULL-ITEMS-DUE     VALUE 'D'.
               88 AE-PULL-OPTION-VALID  VALUE 'F' 'D'.
           05 AE-ENROLL-DATE            PIC 9(8).
           05 AE-RETURN-COUNT           PIC 9(02).
           05 AE-LAST-RETURN-DATE       PIC 9(8).
           05 AE-MAINTAINED-BY          PIC X(08).
           05 AE-MAINTAINED-DATE        PIC 9(8).
