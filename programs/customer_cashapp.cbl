           ASSIGN TO 'cashapp-reversals.tmp'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'payment-history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-HISTORY-KEY WITH DUPLICATES
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT EXPECTED-PAYMENT-FILE ASSIGN TO 'ach-expected.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPECTED-PAYMENT-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO 'autopay-enrollment.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AE-CUSTOMER-ID
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       FD REVERSAL-DETAIL-FILE.
       01 REVERSAL-DETAIL-LINE     PIC X(80).

       FD PAYMENT-HISTORY-FILE.
           COPY CUSTPAYH.

       FD EXPECTED-PAYMENT-FILE.
           COPY CUSTREMIT
               REPLACING ==LOCKBOX-REMIT-RECORD==
                      BY ==EXPECTED-PAYMENT-RECORD==
                         LEADING ==LR-== BY ==EP-==.

       FD ENROLLMENT-FILE.
           COPY CUSTACH.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       01 SUSPENSE-FILE-STATUS     PIC X(02).
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 PAYMENT-HISTORY-STATUS   PIC X(02).
       01 EXPECTED-PAYMENT-STATUS  PIC X(02).
       01 ENROLLMENT-FILE-STATUS   PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

               88 BATCH-HEADER-SEEN   VALUE 'Y'.
           05 BATCH-TRAILER-SWITCH    PIC X(01) VALUE 'N'.
               88 BATCH-TRAILER-SEEN  VALUE 'Y'.
           05 HISTORY-SCAN-SWITCH     PIC X(01) VALUE 'N'.
               88 NO-MORE-HISTORY-FOR-ITEM VALUE 'Y'.
           05 EXPECTED-PAYMENT-EOF    PIC X(01) VALUE 'N'.
               88 NO-MORE-EXPECTED-PAYMENTS VALUE 'Y'.
           05 EXPECTED-FILE-SWITCH    PIC X(01) VALUE 'Y'.
               88 EXPECTED-FILE-PRESENT VALUE 'Y'.
               88 EXPECTED-FILE-ABSENT VALUE 'N'.
           05 EXPECTED-HEADER-SWITCH  PIC X(01) VALUE 'N'.
               88 EXPECTED-HEADER-SEEN VALUE 'Y'.
           05 EXPECTED-TRAILER-SWITCH PIC X(01) VALUE 'N'.
               88 EXPECTED-TRAILER-SEEN VALUE 'Y'.
           05 ENROLLMENT-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88 ENROLLMENT-FILE-PRESENT VALUE 'Y'.
               88 ENROLLMENT-FILE-ABSENT VALUE 'N'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.

      *    PROOF OF THE BANK BATCH AGAINST ITS TRAILER, TAKEN IN A
      *    VERIFICATION PASS BEFORE A SINGLE PAYMENT POSTS.
           05 TRAILER-ITEM-COUNT     PIC 9(07) VALUE ZERO.
           05 TRAILER-DOLLAR-TOTAL   PIC 9(09)V99 VALUE ZERO.

      *    THE SAME PROOF FOR LAST NIGHT'S AUTOPAY DEBITS, WHICH
      *    CUSTOMER-ACH-ORIGINATE HANDS OVER IN THE LOCKBOX LAYOUT.
       01 EXPECTED-VERIFY-CONTROLS.
           05 EXPECTED-COUNTED-ITEMS PIC 9(07) VALUE ZERO.
           05 EXPECTED-COUNTED-DOLLARS PIC 9(09)V99 VALUE ZERO.
           05 EXPECTED-TRAILER-ITEMS PIC 9(07) VALUE ZERO.
           05 EXPECTED-TRAILER-DOLLARS PIC 9(09)V99 VALUE ZERO.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.
           05 ACH-RETURN-LIMIT       PIC 9(02) VALUE ZERO.

       01 CASHAPP-COUNTERS.
           05 PAYMENTS-READ          PIC 9(07) VALUE ZERO.
           05 PAYMENTS-MATCHED-FULL  PIC 9(07) VALUE ZERO.
           05 PAYMENTS-UNMATCHED     PIC 9(07) VALUE ZERO.
           05 PAYMENTS-REVERSED      PIC 9(07) VALUE ZERO.
           05 REVERSALS-UNAPPLIED    PIC 9(07) VALUE ZERO.
           05 HISTORY-WRITTEN        PIC 9(07) VALUE ZERO.
           05 HISTORY-REVERSED       PIC 9(07) VALUE ZERO.
           05 HISTORY-NOT-FOUND      PIC 9(07) VALUE ZERO.
           05 EXPECTED-PAYMENTS-READ PIC 9(07) VALUE ZERO.
           05 AUTOPAY-RETURNS        PIC 9(07) VALUE ZERO.
           05 AUTOPAY-DROPPED        PIC 9(07) VALUE ZERO.

      *    A RETURNED ITEM REVERSES THE MOST RECENT STILL-ACTIVE
      *    HISTORY ENTRY FOR ITS OPEN ITEM. ENTRIES SHARE THEIR KEY,
      *    SO THE FIRST PASS FINDS WHICH ONE BY POSITION AND THE
      *    SECOND READS BACK TO IT TO REWRITE.
       01 HISTORY-REVERSAL-CONTROLS.
           05 HISTORY-POSITION       PIC 9(05) COMP VALUE ZERO.
           05 HISTORY-TARGET-POSITION PIC 9(05) COMP VALUE ZERO.

       01 CASHAPP-TOTALS.
           05 CASH-APPLIED-TOTAL     PIC 9(09)V99 VALUE ZERO.
           PERFORM INITIALIZE-CASHAPP
           PERFORM APPLY-PAYMENTS
               UNTIL NO-MORE-PAYMENTS
           PERFORM APPLY-EXPECTED-PAYMENTS
           PERFORM PRINT-REVERSAL-SECTION
           PERFORM DISPLAY-CASHAPP-SUMMARY
           PERFORM TERMINATE-CASHAPP
           CLOSE LOCKBOX-REMIT-FILE
           OPEN INPUT LOCKBOX-REMIT-FILE
           MOVE 'N' TO LOCKBOX-REMIT-EOF
           PERFORM VERIFY-EXPECTED-BATCH
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-CASHAPP: UNABLE TO OPEN '
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT NSF-FLAG-FILE
           OPEN OUTPUT REVERSAL-DETAIL-FILE
           PERFORM OPEN-PAYMENT-HISTORY-FILE
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-ENROLLMENT-FILE
           ACCEPT TIME-OF-DAY FROM TIME
           PERFORM PRINT-EXCEPTION-HEADINGS
           PERFORM READ-LOCKBOX-PAYMENT.
           END-EVALUATE
           PERFORM READ-LOCKBOX-PAYMENT.

      *    NO EXPECTED-PAYMENT FILE, OR AN EMPTY ONE, MEANS NO
      *    AUTOPAY DEBITS WENT OUT LAST NIGHT. ONE THAT IS THERE IS
      *    PROVED AGAINST ITS TRAILER LIKE THE BANK'S OWN BATCH,
      *    BEFORE ANYTHING POSTS.
       VERIFY-EXPECTED-BATCH.
           OPEN INPUT EXPECTED-PAYMENT-FILE
           IF EXPECTED-PAYMENT-STATUS = '35'
               SET EXPECTED-FILE-ABSENT TO TRUE
           ELSE
               IF EXPECTED-PAYMENT-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-CASHAPP: UNABLE TO OPEN '
                       'EXPECTED-PAYMENT-FILE, STATUS='
                       EXPECTED-PAYMENT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-EXPECTED-PAYMENT
               IF NO-MORE-EXPECTED-PAYMENTS
                   SET EXPECTED-FILE-ABSENT TO TRUE
               ELSE
                   PERFORM TALLY-EXPECTED-RECORD
                       UNTIL NO-MORE-EXPECTED-PAYMENTS
                   PERFORM PROVE-EXPECTED-BATCH
               END-IF
               CLOSE EXPECTED-PAYMENT-FILE
           END-IF.

       TALLY-EXPECTED-RECORD.
           EVALUATE TRUE
               WHEN EP-BATCH-HEADER
                   SET EXPECTED-HEADER-SEEN TO TRUE
               WHEN EP-BATCH-TRAILER
                   SET EXPECTED-TRAILER-SEEN TO TRUE
                   MOVE EP-BATCH-ITEM-COUNT TO EXPECTED-TRAILER-ITEMS
                   MOVE EP-BATCH-DOLLAR-TOTAL
                       TO EXPECTED-TRAILER-DOLLARS
               WHEN OTHER
                   ADD 1 TO EXPECTED-COUNTED-ITEMS
                   ADD EP-REMIT-AMOUNT TO EXPECTED-COUNTED-DOLLARS
           END-EVALUATE
           PERFORM READ-EXPECTED-PAYMENT.

       PROVE-EXPECTED-BATCH.
           IF NOT EXPECTED-HEADER-SEEN
              OR NOT EXPECTED-TRAILER-SEEN
               DISPLAY 'CUSTOMER-CASHAPP: AUTOPAY EXPECTED-PAYMENT '
                   'FILE HAS NO HEADER OR TRAILER'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF EXPECTED-COUNTED-ITEMS NOT = EXPECTED-TRAILER-ITEMS
              OR EXPECTED-COUNTED-DOLLARS
                     NOT = EXPECTED-TRAILER-DOLLARS
               DISPLAY 'CUSTOMER-CASHAPP: AUTOPAY EXPECTED PAYMENTS '
                   EXPECTED-COUNTED-ITEMS ' / '
                   EXPECTED-COUNTED-DOLLARS
                   ' DO NOT PROVE TO TRAILER '
                   EXPECTED-TRAILER-ITEMS ' / '
                   EXPECTED-TRAILER-DOLLARS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-EXPECTED-PAYMENT.
           READ EXPECTED-PAYMENT-FILE
               AT END
                   SET NO-MORE-EXPECTED-PAYMENTS TO TRUE
           END-READ.

      *    THE RETURN LIMIT IS ONLY NEEDED ONCE ANYONE IS ENROLLED IN
      *    AUTOPAY; WITH NO ENROLLMENT FILE THE RETURNED-ITEM PATH
      *    RUNS EXACTLY AS IT ALWAYS HAS.
       OPEN-ENROLLMENT-FILE.
           OPEN I-O ENROLLMENT-FILE
           IF ENROLLMENT-FILE-STATUS = '35'
               SET ENROLLMENT-FILE-ABSENT TO TRUE
           ELSE
               IF ENROLLMENT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-CASHAPP: UNABLE TO OPEN '
                       'ENROLLMENT-FILE, STATUS='
                       ENROLLMENT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'ACH-RETURN-LIMIT' TO WANTED-PARAM-NAME
               PERFORM LOAD-BUSINESS-PARAMETER
               MOVE PARAM-BEST-VALUE TO ACH-RETURN-LIMIT
           END-IF.

      *    A MISSING OR UNREADABLE PARAMETER FILE, OR A PARAMETER
      *    WITH NO ENTRY EFFECTIVE ON OR BEFORE THE RUN DATE, STOPS
      *    THE STEP - THERE IS NO COMPILED-IN VALUE TO FALL BACK TO.
       LOAD-BUSINESS-PARAMETER.
           MOVE 'N' TO BUSINESS-PARAM-EOF
           SET PARAM-NOT-FOUND TO TRUE
           MOVE ZERO TO PARAM-BEST-DATE
           MOVE ZERO TO PARAM-BEST-VALUE
           OPEN INPUT BUSINESS-PARAM-FILE
           IF BUSINESS-PARAM-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-CASHAPP: UNABLE TO OPEN '
                   'BUSINESS-PARAM-FILE, STATUS='
                   BUSINESS-PARAM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BUSINESS-PARAM
           PERFORM SCAN-BUSINESS-PARAM
               UNTIL NO-MORE-PARAMS
           CLOSE BUSINESS-PARAM-FILE
           IF PARAM-NOT-FOUND
               DISPLAY 'CUSTOMER-CASHAPP: NO EFFECTIVE ENTRY '
                   'FOR PARAMETER ' WANTED-PARAM-NAME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BUSINESS-PARAM.
           READ BUSINESS-PARAM-FILE
               AT END
                   SET NO-MORE-PARAMS TO TRUE
           END-READ.

       SCAN-BUSINESS-PARAM.
           IF PM-PARAM-NAME = WANTED-PARAM-NAME
              AND PM-EFFECTIVE-DATE <= AUDIT-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

       OPEN-PAYMENT-HISTORY-FILE.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF PAYMENT-HISTORY-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF
           IF PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-CASHAPP: UNABLE TO OPEN '
                   'PAYMENT-HISTORY-FILE, STATUS='
                   PAYMENT-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
           END-READ.

       APPLY-PAYMENTS.
           PERFORM APPLY-ONE-REMITTANCE
           PERFORM READ-LOCKBOX-PAYMENT.

       APPLY-ONE-REMITTANCE.
           IF LR-BATCH-HEADER OR LR-BATCH-TRAILER
               CONTINUE
           ELSE
                       PERFORM WRITE-SUSPENSE-PAYMENT
                   END-IF
               END-IF
           END-IF.

      *    LAST NIGHT'S AUTOPAY DEBITS SETTLE TODAY AND POST HERE
      *    AFTER THE LOCKBOX, EACH AGAINST THE ITEM IT WAS PULLED
      *    FOR, THROUGH EXACTLY THE SAME MATCHING AS A MAILED CHECK.
      *    ONCE APPLIED THE FILE IS EMPTIED SO A RERUN OR A NIGHT
      *    WITH NO ORIGINATION CANNOT POST THE SAME DEBITS TWICE.
       APPLY-EXPECTED-PAYMENTS.
           IF EXPECTED-FILE-PRESENT
               MOVE 'N' TO EXPECTED-PAYMENT-EOF
               OPEN INPUT EXPECTED-PAYMENT-FILE
               PERFORM READ-EXPECTED-INTO-REMITTANCE
               PERFORM APPLY-EXPECTED-PAYMENT
                   UNTIL NO-MORE-EXPECTED-PAYMENTS
               CLOSE EXPECTED-PAYMENT-FILE
               OPEN OUTPUT EXPECTED-PAYMENT-FILE
               CLOSE EXPECTED-PAYMENT-FILE
           END-IF.

       APPLY-EXPECTED-PAYMENT.
           IF LR-PAYMENT-DETAIL
               ADD 1 TO EXPECTED-PAYMENTS-READ
           END-IF
           PERFORM APPLY-ONE-REMITTANCE
           PERFORM READ-EXPECTED-INTO-REMITTANCE.

       READ-EXPECTED-INTO-REMITTANCE.
           READ EXPECTED-PAYMENT-FILE INTO LOCKBOX-REMIT-RECORD
               AT END
                   SET NO-MORE-EXPECTED-PAYMENTS TO TRUE
           END-READ.

      *    A RETURNED ITEM UNDOES WHAT A PRIOR RUN POSTED: THE
      *    RELIEVED OPEN ITEM GOES BACK ON THE OPEN-ITEM FILE, THE
       PROCESS-RETURNED-ITEM.
           IF CUSTOMER-ON-FILE
               PERFORM REINSTATE-OPEN-ITEM
               PERFORM MARK-HISTORY-REVERSED
               PERFORM POST-REVERSAL-TO-MASTER
               PERFORM WRITE-NSF-FLAG
               ADD 1 TO PAYMENTS-REVERSED
               MOVE 'RETURN FOR UNKNOWN CUSTOMER' TO EX-REASON
           END-IF
           MOVE LR-REMIT-AMOUNT TO EX-AMOUNT
           PERFORM WRITE-REVERSAL-DETAIL
           IF CUSTOMER-ON-FILE
               PERFORM COUNT-AUTOPAY-RETURN
           END-IF.

      *    THE REINSTATED ITEM AGES FROM THE RETURN DATE: THE DUE
      *    DATE IS SET TO THE REMIT DATE SO THE NIGHTLY INTAKE
           MOVE LR-REMIT-DATE TO CT-DUE-DATE
           WRITE CUSTOMER-TRANS-RECORD.

      *    AN AUTOPAY CUSTOMER PAYS BY DEBIT, SO A RETURN ON AN
      *    ACTIVE ENROLLMENT IS THE DEBIT COMING BACK. ONCE THE
      *    RETURNS REACH THE LIMIT THE ENROLLMENT IS SUSPENDED -
      *    NO MORE DEBITS GO OUT UNTIL THE AR STAFF REINSTATE IT -
      *    AND THE DROP IS LISTED WITH THE REVERSALS.
       COUNT-AUTOPAY-RETURN.
           IF ENROLLMENT-FILE-PRESENT
               MOVE LR-CUSTOMER-ID TO AE-CUSTOMER-ID
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AE-ENROLL-ACTIVE
                           PERFORM CHARGE-RETURN-TO-ENROLLMENT
                       END-IF
               END-READ
           END-IF.

       CHARGE-RETURN-TO-ENROLLMENT.
           ADD 1 TO AUTOPAY-RETURNS
           ADD 1 TO AE-RETURN-COUNT
           MOVE LR-REMIT-DATE TO AE-LAST-RETURN-DATE
           IF AE-RETURN-COUNT >= ACH-RETURN-LIMIT
               SET AE-ENROLL-SUSPENDED TO TRUE
               MOVE 'CUSTCASH' TO AE-MAINTAINED-BY
               MOVE AUDIT-RUN-DATE TO AE-MAINTAINED-DATE
               ADD 1 TO AUTOPAY-DROPPED
               MOVE ZERO TO EX-AMOUNT
               MOVE 'AUTOPAY DROPPED - RETURNS' TO EX-REASON
               PERFORM WRITE-REVERSAL-DETAIL
           END-IF
           REWRITE AUTOPAY-ENROLLMENT-RECORD.

       MARK-HISTORY-REVERSED.
           MOVE ZERO TO HISTORY-TARGET-POSITION
           PERFORM START-ITEM-HISTORY
           PERFORM FIND-LATEST-ACTIVE-HISTORY
               UNTIL NO-MORE-HISTORY-FOR-ITEM
           IF HISTORY-TARGET-POSITION = ZERO
               ADD 1 TO HISTORY-NOT-FOUND
           ELSE
               PERFORM START-ITEM-HISTORY
               PERFORM READ-NEXT-ITEM-HISTORY
                   UNTIL HISTORY-POSITION = HISTORY-TARGET-POSITION
                      OR NO-MORE-HISTORY-FOR-ITEM
               IF NO-MORE-HISTORY-FOR-ITEM
                   ADD 1 TO HISTORY-NOT-FOUND
               ELSE
                   SET PH-ENTRY-REVERSED TO TRUE
                   MOVE LR-REMIT-DATE TO PH-REVERSED-DATE
                   REWRITE PAYMENT-HISTORY-RECORD
                   ADD 1 TO HISTORY-REVERSED
               END-IF
           END-IF.

       START-ITEM-HISTORY.
           MOVE ZERO TO HISTORY-POSITION
           MOVE 'N' TO HISTORY-SCAN-SWITCH
           MOVE LR-CUSTOMER-ID TO PH-CUSTOMER-ID
           MOVE LR-TRANS-REFERENCE TO PH-TRANS-REFERENCE
           START PAYMENT-HISTORY-FILE KEY IS = PH-HISTORY-KEY
               INVALID KEY
                   SET NO-MORE-HISTORY-FOR-ITEM TO TRUE
           END-START.

       FIND-LATEST-ACTIVE-HISTORY.
           PERFORM READ-NEXT-ITEM-HISTORY
           IF NOT NO-MORE-HISTORY-FOR-ITEM
              AND PH-ENTRY-ACTIVE
               MOVE HISTORY-POSITION TO HISTORY-TARGET-POSITION
           END-IF.

       READ-NEXT-ITEM-HISTORY.
           READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY-FOR-ITEM TO TRUE
           END-READ
           IF NOT NO-MORE-HISTORY-FOR-ITEM
               IF PH-CUSTOMER-ID NOT = LR-CUSTOMER-ID
                  OR PH-TRANS-REFERENCE NOT = LR-TRANS-REFERENCE
                   SET NO-MORE-HISTORY-FOR-ITEM TO TRUE
               ELSE
                   ADD 1 TO HISTORY-POSITION
               END-IF
           END-IF.

       POST-REVERSAL-TO-MASTER.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           ADD LR-REMIT-AMOUNT TO CUSTOMER-BALANCE
           END-IF.

       RELIEVE-OPEN-ITEM.
           PERFORM FILL-PAYMENT-HISTORY
           IF LR-REMIT-AMOUNT >= CT-TRANS-AMOUNT
               MOVE CT-TRANS-AMOUNT TO APPLIED-THIS-PAYMENT
               COMPUTE SUSPENSE-THIS-PAYMENT =
                   LR-REMIT-AMOUNT - CT-TRANS-AMOUNT
               SET PH-PAID-IN-FULL TO TRUE
               DELETE CUSTOMER-TRANS-FILE
               ADD 1 TO PAYMENTS-MATCHED-FULL
           ELSE
               MOVE LR-REMIT-AMOUNT TO APPLIED-THIS-PAYMENT
               MOVE ZERO TO SUSPENSE-THIS-PAYMENT
               SET PH-PAID-PARTIAL TO TRUE
               SUBTRACT LR-REMIT-AMOUNT FROM CT-TRANS-AMOUNT
               REWRITE CUSTOMER-TRANS-RECORD
               ADD 1 TO PAYMENTS-MATCHED-PART
           END-IF
           PERFORM WRITE-PAYMENT-HISTORY
           PERFORM POST-PAYMENT-TO-MASTER
           ADD APPLIED-THIS-PAYMENT TO CASH-APPLIED-TOTAL
           IF SUSPENSE-THIS-PAYMENT > ZERO
               PERFORM WRITE-SUSPENSE-REMAINDER
           END-IF.

      *    THE HISTORY ENTRY IS FILLED FROM THE OPEN ITEM BEFORE IT
      *    IS DELETED OR REDUCED. A FEED ITEM WITH NO DUE DATE GETS
      *    ONE BACKED OUT OF ITS DAYS PAST DUE AS OF TONIGHT.
       FILL-PAYMENT-HISTORY.
           MOVE CT-CUSTOMER-ID TO PH-CUSTOMER-ID
           MOVE CT-TRANS-REFERENCE TO PH-TRANS-REFERENCE
           MOVE CT-TRANS-DATE TO PH-INVOICE-DATE
           IF CT-DUE-DATE = ZERO
               COMPUTE PH-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(AUDIT-RUN-DATE)
                       - CT-DAYS-PAST-DUE)
           ELSE
               MOVE CT-DUE-DATE TO PH-DUE-DATE
           END-IF
           MOVE LR-REMIT-DATE TO PH-PAID-DATE
           SET PH-ENTRY-ACTIVE TO TRUE
           MOVE ZERO TO PH-REVERSED-DATE
           MOVE 'CUSTOMER-CASHAPP' TO PH-APPLIED-BY.

       WRITE-PAYMENT-HISTORY.
           MOVE APPLIED-THIS-PAYMENT TO PH-AMOUNT-APPLIED
           WRITE PAYMENT-HISTORY-RECORD
           ADD 1 TO HISTORY-WRITTEN.

       POST-PAYMENT-TO-MASTER.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           IF APPLIED-THIS-PAYMENT > CUSTOMER-BALANCE
           MOVE AUDIT-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-CASHAPP' TO AU-PROGRAM-NAME
           MOVE 'CUSTCASH' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       WRITE-SUSPENSE-PAYMENT.
           DISPLAY '  Reversals Unapplied:    ' REVERSALS-UNAPPLIED
           DISPLAY '  Cash Applied Total:     ' CASH-APPLIED-TOTAL
           DISPLAY '  Suspense Total:         ' SUSPENSE-TOTAL
           DISPLAY '  Reversed Total:         ' REVERSED-TOTAL
           DISPLAY '  History Written:        ' HISTORY-WRITTEN
           DISPLAY '  History Reversed:       ' HISTORY-REVERSED
           DISPLAY '  Reversal No History:    ' HISTORY-NOT-FOUND
           DISPLAY '  Autopay Debits Read:    ' EXPECTED-PAYMENTS-READ
           DISPLAY '  Autopay Returns:        ' AUTOPAY-RETURNS
           DISPLAY '  Autopay Dropped:        ' AUTOPAY-DROPPED.

       TERMINATE-CASHAPP.
           CLOSE LOCKBOX-REMIT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE EXCEPTION-FILE
           CLOSE NSF-FLAG-FILE
           CLOSE PAYMENT-HISTORY-FILE
           IF ENROLLMENT-FILE-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF
           CLOSE AUDIT-FILE.
