           05 GL-ACCT-RECEIVABLES    PIC X(06) VALUE '120000'.
           05 GL-ACCT-CASH           PIC X(06) VALUE '101000'.
           05 GL-ACCT-FINCHG-INCOME  PIC X(06) VALUE '410000'.
           05 GL-ACCT-SALES-ALLOWANCE PIC X(06) VALUE '413000'.
           05 GL-ACCT-WRITE-OFF      PIC X(06) VALUE '690000'.
           05 GL-ACCT-SMALL-BAL-WOFF PIC X(06) VALUE '691000'.
           05 GL-ACCT-ADJUSTMENTS    PIC X(06) VALUE '495000'.

       01 JOURNAL-COUNTERS.
                   MOVE GL-ACCT-FINCHG-INCOME TO CONTRA-ACCOUNT
               WHEN 'CUSTOMER-PURGE'
                   MOVE GL-ACCT-WRITE-OFF TO CONTRA-ACCOUNT
               WHEN 'CUSTOMER-SMALL-BALANCE'
                   MOVE GL-ACCT-SMALL-BAL-WOFF TO CONTRA-ACCOUNT
               WHEN 'CUSTOMER-DISPUTE-ENTRY'
                   MOVE GL-ACCT-SALES-ALLOWANCE TO CONTRA-ACCOUNT
               WHEN OTHER
                   MOVE GL-ACCT-ADJUSTMENTS TO CONTRA-ACCOUNT
           END-EVALUATE.
