      * effective date, maintained through CUSTOMER-PARAM-MAINT and
      * read at initialization by every program that used to compile
      * the number in: the finance-charge rate, the dunning aging
      * boundaries, the ops-report variance limit, the update
      * checkpoint interval, the month-end reserve rates for the
      * allowance for doubtful accounts, the small-balance
      * write-off tolerance and run ceiling, and the credit-limit
      * increase above which a second user must approve the change
      * (LIMIT-INCR-APPROVAL), and the number of days the nightly
      * backup generations are kept (BACKUP-RETAIN-DAYS). A program
      * takes the entry with the newest effective date on or before
      * its run date, so finance can key a rate today effective the
      * first of next month. A missing parameter file or a parameter
      * with no effective entry stops the step - there is no
      * compiled-in fallback.
      * Values are unsigned with five decimal places; a rate of
      * 1.5 pct is carried as 0.01500.
      *================================================================
