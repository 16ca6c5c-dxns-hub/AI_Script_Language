      *================================================================
      * CUSTDISP
      * Disputed open item, one per customer and CUSTTRX reference,
      * opened and worked by the deductions analysts through
      * CUSTOMER-DISPUTE-ENTRY. While a dispute is open the item is
      * left out of dunning, finance-charge assessment and the
      * credit-review 90-plus test, and ages on the dispute aging
      * report instead. A resolution either reinstates the item as
      * collectible or issues a credit memo against it; resolved
      * records stay on the file as the history of the dispute.
      *================================================================
       01 DISPUTE-RECORD.
           05 DP-DISPUTE-KEY.
               10 DP-CUSTOMER-ID        PIC 9(5).
               10 DP-TRANS-REFERENCE    PIC X(10).
           05 DP-REASON-CODE            PIC X(02).
               88 DP-REASON-PRICING     VALUE 'PR'.
               88 DP-REASON-SHORT-SHIP  VALUE 'SH'.
               88 DP-REASON-DAMAGED     VALUE 'DM'.
               88 DP-REASON-NOT-RECEIVED VALUE 'NR'.
               88 DP-REASON-DUPLICATE   VALUE 'DB'.
               88 DP-REASON-OTHER       VALUE 'OT'.
               88 DP-REASON-VALID       VALUE 'PR' 'SH' 'DM'
                                              'NR' 'DB' 'OT'.
           05 DP-DISPUTED-AMOUNT        PIC 9(7)V99.
           05 DP-ANALYST-ID             PIC X(08).
           05 DP-OPENED-DATE            PIC 9(8).
           05 DP-DISPUTE-STATUS         PIC X(01).
               88 DP-DISPUTE-OPEN       VALUE 'O'.
               88 DP-DISPUTE-RESOLVED   VALUE 'R'.
           05 DP-RESOLUTION-CODE        PIC X(01).
               88 DP-RESOLVED-REINSTATED VALUE 'I'.
               88 DP-RESOLVED-CREDITED  VALUE 'C'.
           05 DP-RESOLVED-DATE          PIC 9(8).
           05 DP-CREDIT-AMOUNT          PIC 9(7)V99.
