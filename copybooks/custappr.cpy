      *================================================================
      * CUSTAPPR
      * Pending-approval record for changes held under dual control:
      * a credit-limit increase larger than the LIMIT-INCR-APPROVAL
      * business parameter, the same increase to a national account
      * family's combined credit limit, or a credit-hold release -
      * any return to active status from hold or closed - keyed in
      * CUSTOMER-INQUIRY, and every business parameter add
      * or delete keyed in CUSTOMER-PARAM-MAINT. A family-limit
      * request is filed under the head account's customer ID and
      * carries the old and new family limit in the credit-limit
      * fields. The change is written
      * here instead of to the master or parameter file and takes
      * effect only when a second user, signed on at a higher
      * authority level than the requester, approves it in the same
      * program; a rejection leaves the files untouched. Decided
      * requests stay on file for CUSTOMER-APPROVAL-REPORT, which
      * lists every pending request each night and every decision
      * once, then marks the decision reported.
      *================================================================
       01 PENDING-APPROVAL-RECORD.
           05 AP-REQUEST-KEY.
               10 AP-REQUEST-DATE       PIC 9(8).
               10 AP-REQUEST-TIME       PIC 9(8).
           05 AP-REQUEST-TYPE           PIC X(01).
               88 AP-LIMIT-INCREASE     VALUE 'L'.
               88 AP-HOLD-RELEASE       VALUE 'H'.
               88 AP-FAMILY-LIMIT-CHANGE VALUE 'F'.
               88 AP-PARAM-ADD          VALUE 'A'.
               88 AP-PARAM-DELETE       VALUE 'D'.
               88 AP-CUSTOMER-REQUEST   VALUE 'L' 'H' 'F'.
               88 AP-PARAM-REQUEST      VALUE 'A' 'D'.
           05 AP-REQUEST-STATUS         PIC X(01).
               88 AP-STATUS-PENDING     VALUE 'P'.
               88 AP-STATUS-APPROVED    VALUE 'A'.
               88 AP-STATUS-REJECTED    VALUE 'R'.
           05 AP-REQUESTED-BY           PIC X(08).
           05 AP-REQUESTER-LEVEL        PIC 9(01).
           05 AP-CUSTOMER-ID            PIC 9(5).
           05 AP-OLD-CREDIT-LIMIT       PIC 9(7)V99.
           05 AP-NEW-CREDIT-LIMIT       PIC 9(7)V99.
           05 AP-OLD-STATUS             PIC X(01).
           05 AP-NEW-STATUS             PIC X(01).
           05 AP-PARAM-NAME             PIC X(20).
           05 AP-EFFECTIVE-DATE         PIC 9(8).
           05 AP-PARAM-VALUE            PIC 9(7)V9(5).
           05 AP-DECIDED-BY             PIC X(08).
           05 AP-DECIDED-DATE           PIC 9(8).
           05 AP-DECIDED-TIME           PIC 9(6).
           05 AP-DECISION-NOTE          PIC X(30).
           05 AP-REPORTED-FLAG          PIC X(01).
               88 AP-DECISION-REPORTED  VALUE 'Y'.
