       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ACH-ORIGINATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE ASSIGN TO 'autopay-enrollment.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AE-CUSTOMER-ID
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE
           ASSIGN TO 'customer-trans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT ORIGINATION-FILE ASSIGN TO 'ach-origination.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORIGINATION-FILE-STATUS.

           SELECT EXPECTED-PAYMENT-FILE ASSIGN TO 'ach-expected.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPECTED-PAYMENT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO 'ach-origination.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ENROLLMENT-FILE.
           COPY CUSTACH.

       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD ORIGINATION-FILE.
           COPY CUSTACHF.

       FD EXPECTED-PAYMENT-FILE.
           COPY CUSTREMIT
               REPLACING ==LOCKBOX-REMIT-RECORD==
                      BY ==EXPECTED-PAYMENT-RECORD==
                         LEADING ==LR-== BY ==EP-==.

       FD REGISTER-FILE.
       01 REGISTER-LINE            PIC X(90).

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 ENROLLMENT-FILE-STATUS   PIC X(02).
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 ORIGINATION-FILE-STATUS  PIC X(02).
       01 EXPECTED-PAYMENT-STATUS  PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 ENROLLMENT-EOF          PIC X(01) VALUE 'N'.
               88 NO-MORE-ENROLLMENTS VALUE 'Y'.
           05 TRANS-SCAN-SWITCH       PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 MASTER-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 CUSTOMER-ON-FILE    VALUE 'Y'.
               88 CUSTOMER-NOT-ON-FILE VALUE 'N'.
           05 ENROLLMENT-FILE-SWITCH  PIC X(01) VALUE 'Y'.
               88 ENROLLMENT-FILE-PRESENT VALUE 'Y'.
               88 ENROLLMENT-FILE-ABSENT VALUE 'N'.
           05 DISPUTE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 DISPUTE-FILE-PRESENT VALUE 'Y'.
               88 DISPUTE-FILE-ABSENT VALUE 'N'.
           05 ITEM-DISPUTE-SWITCH     PIC X(01) VALUE 'N'.
               88 ITEM-IN-DISPUTE     VALUE 'Y'.
               88 ITEM-NOT-IN-DISPUTE VALUE 'N'.
           05 SCAN-PURPOSE-SWITCH     PIC X(01) VALUE 'C'.
               88 SCAN-COUNTING-DUE   VALUE 'C'.
               88 SCAN-ORIGINATING    VALUE 'O'.

       01 ORIGINATION-RUN-DATE     PIC 9(8).

      *    THE COMPANY IDENTIFICATION THE BANK ASSIGNED TO OUR
      *    ORIGINATION AGREEMENT, AND THE DESCRIPTION THAT PRINTS ON
      *    THE CUSTOMER'S BANK STATEMENT BESIDE THE DEBIT.
       01 ORIGINATION-CONSTANTS.
           05 ACH-COMPANY-ID         PIC X(10) VALUE '1234567890'.
           05 ACH-ENTRY-DESCRIPTION  PIC X(10) VALUE 'AUTOPAY'.
           05 ACH-BATCH-NUMBER       PIC 9(7) VALUE 1.
           05 EXPECTED-BATCH-ID      PIC X(08) VALUE 'AUTOPAY'.

       01 ROUTING-SPLIT.
           05 ROUTING-NUMBER-WORK    PIC 9(9).
           05 ROUTING-NUMBER-PARTS REDEFINES ROUTING-NUMBER-WORK.
               10 ROUTING-FIRST-EIGHT PIC 9(8).
               10 ROUTING-CHECK-DIGIT PIC 9(1).

       01 ENTRY-HASH-CONTROLS.
           05 ENTRY-HASH-ACCUMULATOR PIC 9(12) VALUE ZERO.
           05 ENTRY-HASH-QUOTIENT    PIC 9(02) VALUE ZERO.
           05 ENTRY-HASH-TOTAL       PIC 9(10) VALUE ZERO.

       01 CUSTOMER-CONTROLS.
           05 ITEMS-DUE-TODAY        PIC 9(05) VALUE ZERO.
           05 CUSTOMER-DEBIT-COUNT   PIC 9(05) VALUE ZERO.

       01 ORIGINATION-COUNTERS.
           05 ENROLLMENTS-READ       PIC 9(07) VALUE ZERO.
           05 ENROLLMENTS-INACTIVE   PIC 9(07) VALUE ZERO.
           05 ENROLLMENTS-SKIPPED    PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-DEBITED      PIC 9(07) VALUE ZERO.
           05 ENTRIES-ORIGINATED     PIC 9(07) VALUE ZERO.
           05 ITEMS-IN-DISPUTE       PIC 9(07) VALUE ZERO.
           05 DEBIT-DOLLAR-TOTAL     PIC 9(10)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'AUTOPAY DIRECT-DEBIT ORIGINATION'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(16)
               VALUE 'EFFECTIVE DATE: '.
           05 H2-EFFECTIVE-DATE     PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(24) VALUE 'NAME'.
           05 FILLER                PIC X(12) VALUE 'REFERENCE'.
           05 FILLER                PIC X(10) VALUE 'DUE DATE'.
           05 FILLER                PIC X(10) VALUE 'ROUTING'.
           05 FILLER                PIC X(14)
               VALUE '        AMOUNT'.

       01 REGISTER-DETAIL-LINE.
           05 RD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-CUSTOMER-NAME      PIC X(22).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-TRANS-REFERENCE    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DUE-DATE           PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-ROUTING-NUMBER     PIC 9(9).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-AMOUNT             PIC Z,ZZZ,ZZ9.99.

       01 REGISTER-TOTAL-LINE.
           05 RT-LABEL              PIC X(30).
           05 RT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RT-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 REGISTER-COUNT-LINE.
           05 RN-LABEL              PIC X(30).
           05 RN-COUNT              PIC Z,ZZZ,ZZ9.

       01 REGISTER-HASH-LINE.
           05 FILLER                PIC X(30) VALUE 'ENTRY HASH'.
           05 RH-ENTRY-HASH         PIC 9(10).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-ORIGINATION
           PERFORM ORIGINATE-ENROLLED-CUSTOMER
               UNTIL NO-MORE-ENROLLMENTS
           PERFORM WRITE-BATCH-TRAILERS
           PERFORM PRINT-REGISTER-TOTALS
           PERFORM DISPLAY-ORIGINATION-SUMMARY
           PERFORM TERMINATE-ORIGINATION
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-ACH-ORIGINATE' TO RC-PROGRAM-NAME
               MOVE ORIGINATION-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE ENROLLMENTS-READ TO RC-RECORDS-IN
               MOVE ENTRIES-ORIGINATED TO RC-RECORDS-OUT
               MOVE ENROLLMENTS-SKIPPED TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

      *    NO ENROLLMENT FILE YET MEANS NOBODY HAS SIGNED UP: THE
      *    BANK STILL GETS AN EMPTY BATCH, AND CASH APPLICATION AN
      *    EMPTY EXPECTED-PAYMENT FILE, SO NEITHER SEES A GAP.
       INITIALIZE-ORIGINATION.
           ACCEPT ORIGINATION-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT ENROLLMENT-FILE
           IF ENROLLMENT-FILE-STATUS = '35'
               SET ENROLLMENT-FILE-ABSENT TO TRUE
               SET NO-MORE-ENROLLMENTS TO TRUE
           ELSE
               IF ENROLLMENT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                       'ENROLLMENT-FILE, STATUS='
                       ENROLLMENT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DISPUTE-FILE
           OPEN OUTPUT ORIGINATION-FILE
           IF ORIGINATION-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                   'ORIGINATION-FILE, STATUS='
                   ORIGINATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXPECTED-PAYMENT-FILE
           IF EXPECTED-PAYMENT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                   'EXPECTED-PAYMENT-FILE, STATUS='
                   EXPECTED-PAYMENT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           PERFORM WRITE-BATCH-HEADERS
           PERFORM PRINT-REGISTER-HEADINGS
           IF ENROLLMENT-FILE-PRESENT
               PERFORM READ-ENROLLMENT
           END-IF.

      *    A MISSING DISPUTE FILE JUST MEANS NOTHING IS IN DISPUTE -
      *    EVERY OPEN ITEM IS TREATED AS COLLECTIBLE.
       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET DISPUTE-FILE-ABSENT TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-ACH-ORIGINATE: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       WRITE-BATCH-HEADERS.
           MOVE SPACES TO ACH-ORIGINATION-RECORD
           SET AO-BATCH-HEADER TO TRUE
           MOVE ACH-COMPANY-ID TO AO-COMPANY-ID
           MOVE ACH-ENTRY-DESCRIPTION TO AO-ENTRY-DESCRIPTION
           MOVE ORIGINATION-RUN-DATE TO AO-EFFECTIVE-DATE
           MOVE ACH-BATCH-NUMBER TO AO-BATCH-NUMBER
           WRITE ACH-ORIGINATION-RECORD
           MOVE SPACES TO EXPECTED-PAYMENT-RECORD
           SET EP-BATCH-HEADER TO TRUE
           MOVE EXPECTED-BATCH-ID TO EP-BANK-BATCH-ID
           MOVE ORIGINATION-RUN-DATE TO EP-DEPOSIT-DATE
           WRITE EXPECTED-PAYMENT-RECORD.

       PRINT-REGISTER-HEADINGS.
           MOVE HEADING-LINE-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ORIGINATION-RUN-DATE TO H2-EFFECTIVE-DATE
           MOVE HEADING-LINE-2 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE HEADING-LINE-3 TO REGISTER-LINE
           WRITE REGISTER-LINE.

       READ-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   SET NO-MORE-ENROLLMENTS TO TRUE
           END-READ.

      *    ONLY AN ACTIVE ENROLLMENT ON AN OPEN ACCOUNT IS DEBITED.
      *    A CUSTOMER IS DEBITED TONIGHT ONLY IF AN OPEN ITEM FALLS
      *    DUE TONIGHT; THE FULL-BALANCE OPTION THEN PULLS EVERY
      *    OPEN ITEM, THE ITEMS-DUE OPTION ONLY THOSE FALLING DUE.
       ORIGINATE-ENROLLED-CUSTOMER.
           ADD 1 TO ENROLLMENTS-READ
           IF NOT AE-ENROLL-ACTIVE
               ADD 1 TO ENROLLMENTS-INACTIVE
           ELSE
               PERFORM LOOK-UP-CUSTOMER-MASTER
               IF CUSTOMER-NOT-ON-FILE
                  OR CUSTOMER-STATUS-CLOSED
                   ADD 1 TO ENROLLMENTS-SKIPPED
               ELSE
                   MOVE ZERO TO ITEMS-DUE-TODAY
                   SET SCAN-COUNTING-DUE TO TRUE
                   PERFORM SCAN-CUSTOMER-OPEN-ITEMS
                   IF ITEMS-DUE-TODAY > ZERO
                       MOVE ZERO TO CUSTOMER-DEBIT-COUNT
                       SET SCAN-ORIGINATING TO TRUE
                       PERFORM SCAN-CUSTOMER-OPEN-ITEMS
                       IF CUSTOMER-DEBIT-COUNT > ZERO
                           ADD 1 TO CUSTOMERS-DEBITED
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM READ-ENROLLMENT.

       LOOK-UP-CUSTOMER-MASTER.
           MOVE AE-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.

       SCAN-CUSTOMER-OPEN-ITEMS.
           MOVE 'N' TO TRANS-SCAN-SWITCH
           MOVE AE-CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM EXAMINE-OPEN-ITEM
               UNTIL NO-MORE-TRANS-FOR-CUSTOMER.

       EXAMINE-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-READ
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               IF CT-CUSTOMER-ID NOT = AE-CUSTOMER-ID
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   PERFORM CHECK-ITEM-DISPUTE
                   IF SCAN-COUNTING-DUE
                       IF CT-DUE-DATE = ORIGINATION-RUN-DATE
                          AND ITEM-NOT-IN-DISPUTE
                           ADD 1 TO ITEMS-DUE-TODAY
                       END-IF
                   ELSE
                       PERFORM SELECT-ITEM-FOR-DEBIT
                   END-IF
               END-IF
           END-IF.

      *    AN ITEM UNDER OPEN DISPUTE IS NEVER PULLED - THE CUSTOMER
      *    HAS TOLD US THEY DO NOT OWE IT AS BILLED.
       SELECT-ITEM-FOR-DEBIT.
           IF ITEM-IN-DISPUTE
               ADD 1 TO ITEMS-IN-DISPUTE
           ELSE
               IF CT-TRANS-AMOUNT > ZERO
                  AND (AE-PULL-FULL-BALANCE
                       OR CT-DUE-DATE = ORIGINATION-RUN-DATE)
                   PERFORM WRITE-DEBIT-ENTRY
               END-IF
           END-IF.

       CHECK-ITEM-DISPUTE.
           SET ITEM-NOT-IN-DISPUTE TO TRUE
           IF DISPUTE-FILE-PRESENT
               MOVE CT-CUSTOMER-ID TO DP-CUSTOMER-ID
               MOVE CT-TRANS-REFERENCE TO DP-TRANS-REFERENCE
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-DISPUTE-OPEN
                           SET ITEM-IN-DISPUTE TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    EACH DEBIT GOES TO THE BANK AND, IN THE LOCKBOX LAYOUT,
      *    TO TOMORROW NIGHT'S CASH APPLICATION AS AN EXPECTED
      *    PAYMENT AGAINST THE SAME CUSTOMER AND REFERENCE, SO IT
      *    RELIEVES EXACTLY THE ITEM IT WAS PULLED FOR.
       WRITE-DEBIT-ENTRY.
           MOVE SPACES TO ACH-ORIGINATION-RECORD
           SET AO-DEBIT-ENTRY TO TRUE
           MOVE AE-ROUTING-NUMBER TO AO-ROUTING-NUMBER
           MOVE AE-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER
           MOVE AE-ACCOUNT-TYPE TO AO-ACCOUNT-TYPE
           MOVE CT-TRANS-AMOUNT TO AO-DEBIT-AMOUNT
           MOVE CT-CUSTOMER-ID TO AO-CUSTOMER-ID
           MOVE CT-TRANS-REFERENCE TO AO-TRANS-REFERENCE
           MOVE CUSTOMER-NAME TO AO-CUSTOMER-NAME
           WRITE ACH-ORIGINATION-RECORD
           MOVE SPACES TO EXPECTED-PAYMENT-RECORD
           SET EP-PAYMENT-DETAIL TO TRUE
           MOVE CT-CUSTOMER-ID TO EP-CUSTOMER-ID
           MOVE ORIGINATION-RUN-DATE TO EP-REMIT-DATE
           MOVE CT-TRANS-REFERENCE TO EP-TRANS-REFERENCE
           MOVE CT-TRANS-AMOUNT TO EP-REMIT-AMOUNT
           WRITE EXPECTED-PAYMENT-RECORD
           MOVE AE-ROUTING-NUMBER TO ROUTING-NUMBER-WORK
           ADD ROUTING-FIRST-EIGHT TO ENTRY-HASH-ACCUMULATOR
           ADD CT-TRANS-AMOUNT TO DEBIT-DOLLAR-TOTAL
           ADD 1 TO ENTRIES-ORIGINATED
           ADD 1 TO CUSTOMER-DEBIT-COUNT
           PERFORM PRINT-REGISTER-DETAIL.

       PRINT-REGISTER-DETAIL.
           MOVE CT-CUSTOMER-ID TO RD-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO RD-CUSTOMER-NAME
           MOVE CT-TRANS-REFERENCE TO RD-TRANS-REFERENCE
           MOVE CT-DUE-DATE TO RD-DUE-DATE
           MOVE AE-ROUTING-NUMBER TO RD-ROUTING-NUMBER
           MOVE CT-TRANS-AMOUNT TO RD-AMOUNT
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

      *    THE ENTRY HASH KEEPS ONLY ITS RIGHTMOST TEN DIGITS, AS THE
      *    BANK'S BATCH CONTROL DOES.
       WRITE-BATCH-TRAILERS.
           DIVIDE ENTRY-HASH-ACCUMULATOR BY 10000000000
               GIVING ENTRY-HASH-QUOTIENT
               REMAINDER ENTRY-HASH-TOTAL
           MOVE SPACES TO ACH-ORIGINATION-RECORD
           SET AO-BATCH-TRAILER TO TRUE
           MOVE ENTRIES-ORIGINATED TO AO-ENTRY-COUNT
           MOVE DEBIT-DOLLAR-TOTAL TO AO-TOTAL-DEBITS
           MOVE ENTRY-HASH-TOTAL TO AO-ENTRY-HASH
           WRITE ACH-ORIGINATION-RECORD
           MOVE SPACES TO EXPECTED-PAYMENT-RECORD
           SET EP-BATCH-TRAILER TO TRUE
           MOVE ENTRIES-ORIGINATED TO EP-BATCH-ITEM-COUNT
           MOVE DEBIT-DOLLAR-TOTAL TO EP-BATCH-DOLLAR-TOTAL
           WRITE EXPECTED-PAYMENT-RECORD.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'DEBIT ENTRIES ORIGINATED' TO RT-LABEL
           MOVE ENTRIES-ORIGINATED TO RT-COUNT
           MOVE DEBIT-DOLLAR-TOTAL TO RT-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE 'CUSTOMERS DEBITED' TO RN-LABEL
           MOVE CUSTOMERS-DEBITED TO RN-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ENTRY-HASH-TOTAL TO RH-ENTRY-HASH
           MOVE REGISTER-HASH-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       DISPLAY-ORIGINATION-SUMMARY.
           DISPLAY 'CUSTOMER-ACH-ORIGINATE Summary:'
           DISPLAY '  Enrollments Read:     ' ENROLLMENTS-READ
           DISPLAY '  Not Active:           ' ENROLLMENTS-INACTIVE
           DISPLAY '  Skipped (No Account): ' ENROLLMENTS-SKIPPED
           DISPLAY '  Customers Debited:    ' CUSTOMERS-DEBITED
           DISPLAY '  Entries Originated:   ' ENTRIES-ORIGINATED
           DISPLAY '  Items In Dispute:     ' ITEMS-IN-DISPUTE
           DISPLAY '  Debit Total:          ' DEBIT-DOLLAR-TOTAL
           DISPLAY '  Entry Hash:           ' ENTRY-HASH-TOTAL.

       TERMINATE-ORIGINATION.
           IF ENROLLMENT-FILE-PRESENT
               CLOSE ENROLLMENT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           IF DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE ORIGINATION-FILE
           CLOSE EXPECTED-PAYMENT-FILE
           CLOSE REGISTER-FILE.
