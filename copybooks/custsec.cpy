      *================================================================
      * CUSTSEC
      * Operator security record, one per user id, keyed to
      * SC-USER-ID and maintained online through
      * CUSTOMER-SECURITY-MAINT. CUSTOMER-INQUIRY,
      * CUSTOMER-PARAM-MAINT, CUSTOMER-PROMISE-ENTRY,
      * CUSTOMER-AUTOPAY-MAINT, CUSTOMER-DISPUTE-ENTRY and
      * CUSTOMER-SECURITY-MAINT itself sign the operator on against
      * this file before anything else and stamp the user id on
      * whatever they write. The authority level says
      * what the operator may do: inquiry only, clerical
      * maintenance, supervisor, or manager - the manager level also
      * maintains this file. A change held under dual control can
      * only be approved by a different user signed on at a higher
      * level than the requester's; a manager's own request goes to
      * another manager. Three bad passwords in a row lock the user
      * id until a manager resets it.
      *================================================================
       01 OPERATOR-SECURITY-RECORD.
           05 SC-USER-ID                PIC X(08).
           05 SC-PASSWORD               PIC X(08).
           05 SC-AUTHORITY-LEVEL        PIC 9(01).
               88 SC-LEVEL-INQUIRY      VALUE 1.
               88 SC-LEVEL-CLERK        VALUE 2.
               88 SC-LEVEL-SUPERVISOR   VALUE 3.
               88 SC-LEVEL-MANAGER      VALUE 4.
               88 SC-LEVEL-VALID        VALUE 1 THRU 4.
           05 SC-USER-NAME              PIC X(30).
           05 SC-USER-STATUS            PIC X(01).
               88 SC-USER-ACTIVE        VALUE 'A'.
               88 SC-USER-LOCKED        VALUE 'L'.
               88 SC-USER-REVOKED       VALUE 'R'.
           05 SC-FAILED-SIGNONS         PIC 9(01).
           05 SC-LAST-SIGNON-DATE       PIC 9(8).
           05 SC-MAINTAINED-BY          PIC X(08).
           05 SC-MAINTAINED-DATE        PIC 9(8).
