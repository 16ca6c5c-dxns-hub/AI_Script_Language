      * debit leg and one credit leg against the receivables control
      * account, with the contra account assigned from the program
      * that posted the movement (cash application, finance charge
      * income, purge write-off, small-balance write-off, or
      * maintenance adjustment). The one trailer record carries the
      * leg count and the debit and credit control totals the GL
      * balances on arrival.
      *================================================================
       01 GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE        PIC X(01).
