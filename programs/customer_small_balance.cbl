       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SMALL-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE
           ASSIGN TO 'customer-trans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

           SELECT RUN-MODE-FILE ASSIGN TO 'run-mode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-MODE-STATUS.

           SELECT REGISTER-FILE
           ASSIGN TO 'small-balance-register.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       FD RUN-MODE-FILE.
       01 RUN-MODE-RECORD.
           05 RM-MODE                PIC X(07).

       FD REGISTER-FILE.
       01 REGISTER-LINE            PIC X(80).

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 RUN-MODE-STATUS          PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 CUSTOMER-FILE-EOF       PIC X(01) VALUE 'N'.
               88 NO-MORE-CUSTOMERS   VALUE 'Y'.
           05 CUSTOMER-TRANS-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 DISPUTE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 DISPUTE-FILE-PRESENT VALUE 'Y'.
               88 DISPUTE-FILE-ABSENT VALUE 'N'.
           05 ITEM-DISPUTE-SWITCH     PIC X(01) VALUE 'N'.
               88 ITEM-IN-DISPUTE     VALUE 'Y'.
               88 ITEM-NOT-IN-DISPUTE VALUE 'N'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.
           05 RUN-MODE-SWITCH         PIC X(01) VALUE 'L'.
               88 PREVIEW-RUN         VALUE 'P'.
               88 LIVE-RUN            VALUE 'L'.
           05 WRITE-OFF-PASS-SWITCH   PIC X(01) VALUE 'S'.
               88 SELECTION-PASS      VALUE 'S'.
               88 POSTING-PASS        VALUE 'P'.
           05 WRITE-OFF-BASIS-SWITCH  PIC X(01) VALUE 'N'.
               88 WRITE-OFF-NOTHING   VALUE 'N'.
               88 WRITE-OFF-BALANCE   VALUE 'B'.
               88 WRITE-OFF-ITEMS     VALUE 'I'.
           05 CEILING-SWITCH          PIC X(01) VALUE 'N'.
               88 CEILING-EXCEEDED    VALUE 'Y'.
               88 WITHIN-CEILING      VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.

      *    THE TOLERANCE AND THE RUN CEILING LOAD FROM THE BUSINESS
      *    PARAMETER FILE AT INITIALIZATION, TAKING THE ENTRY IN
      *    EFFECT FOR THE RUN DATE.
       01 WRITE-OFF-CONTROLS.
           05 WRITE-OFF-RUN-DATE     PIC 9(8).
           05 WRITE-OFF-TOLERANCE    PIC 9(7)V99 VALUE ZERO.
           05 WRITE-OFF-CEILING      PIC 9(7)V99 VALUE ZERO.
           05 CUSTOMER-DISPUTE-COUNT PIC 9(5) VALUE ZERO.
           05 CUSTOMER-ITEM-TOTAL    PIC 9(7)V99 VALUE ZERO.
           05 CUSTOMER-OPEN-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 CUSTOMER-WRITE-OFF     PIC 9(7)V99 VALUE ZERO.
           05 ITEMS-TAKEN-AMOUNT     PIC 9(7)V99 VALUE ZERO.

       01 WRITE-OFF-COUNTERS.
           05 CUSTOMERS-READ         PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-WRITTEN-OFF  PIC 9(07) VALUE ZERO.
           05 BALANCES-WRITTEN-OFF   PIC 9(07) VALUE ZERO.
           05 ITEMS-WRITTEN-OFF      PIC 9(07) VALUE ZERO.
           05 ITEM-AMOUNT-TOTAL      PIC 9(09)V99 VALUE ZERO.
           05 WRITE-OFF-TOTAL        PIC 9(09)V99 VALUE ZERO.
           05 CUSTOMERS-POSTED       PIC 9(07) VALUE ZERO.
           05 POSTED-TOTAL           PIC 9(09)V99 VALUE ZERO.

       01 AUDIT-RUN-STAMP.
           05 TIME-OF-DAY.
               10 TOD-HHMMSS         PIC 9(6).
               10 TOD-HUNDREDTHS     PIC 9(2).

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(34)
               VALUE 'SMALL-BALANCE WRITE-OFF REGISTER'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
           05 H2-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(13) VALUE '  TOLERANCE: '.
           05 H2-TOLERANCE          PIC ZZ,ZZ9.99.
           05 FILLER                PIC X(11) VALUE '  CEILING: '.
           05 H2-CEILING            PIC Z,ZZZ,ZZ9.99.

       01 HEADING-LINE-3.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(31) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(14) VALUE 'BALANCE'.
           05 FILLER                PIC X(14) VALUE 'WRITTEN OFF'.
           05 FILLER                PIC X(07) VALUE 'BASIS'.

       01 HEADING-LINE-4.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE 'REFERENCE'.
           05 FILLER                PIC X(10) VALUE 'ITEM DATE'.
           05 FILLER                PIC X(14) VALUE 'ITEM AMOUNT'.

       01 PREVIEW-STAMP-LINE.
           05 FILLER                PIC X(40)
               VALUE '*** PREVIEW - NOTHING POSTED ***'.

       01 CEILING-STAMP-LINE.
           05 FILLER                PIC X(46)
               VALUE '*** RUN CEILING EXCEEDED - NOTHING POSTED ***'.

       01 WRITE-OFF-CUSTOMER-LINE.
           05 RW-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RW-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RW-BALANCE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RW-WRITTEN-OFF        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RW-BASIS              PIC X(07).

       01 WRITE-OFF-ITEM-LINE.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 RI-TRANS-REFERENCE    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-TRANS-DATE         PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RI-TRANS-AMOUNT       PIC Z,ZZZ,ZZ9.99.

       01 CONTROL-TOTAL-LINES.
           05 CT-LINE-1.
               10 FILLER            PIC X(24)
                   VALUE 'CUSTOMERS WRITTEN OFF:  '.
               10 CT1-CUSTOMERS     PIC Z,ZZZ,ZZ9.
           05 CT-LINE-2.
               10 FILLER            PIC X(24)
                   VALUE 'WHOLE BALANCES:         '.
               10 CT2-BALANCES      PIC Z,ZZZ,ZZ9.
           05 CT-LINE-3.
               10 FILLER            PIC X(24)
                   VALUE 'OPEN ITEMS WRITTEN OFF: '.
               10 CT3-ITEMS         PIC Z,ZZZ,ZZ9.
           05 CT-LINE-4.
               10 FILLER            PIC X(24)
                   VALUE 'OPEN ITEM AMOUNT:       '.
               10 CT4-ITEM-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
           05 CT-LINE-5.
               10 FILLER            PIC X(24)
                   VALUE 'TOTAL WRITTEN OFF:      '.
               10 CT5-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 CT-LINE-6.
               10 FILLER            PIC X(24)
                   VALUE 'RUN CEILING:            '.
               10 CT6-CEILING       PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-SMALL-BALANCE
           PERFORM WRITE-OFF-CUSTOMERS
               UNTIL NO-MORE-CUSTOMERS
           PERFORM CHECK-RUN-CEILING
           PERFORM PRINT-CONTROL-TOTALS
           IF LIVE-RUN AND WITHIN-CEILING
               PERFORM POST-SMALL-BALANCES
           END-IF
           PERFORM DISPLAY-WRITE-OFF-SUMMARY
           PERFORM TERMINATE-SMALL-BALANCE
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-SMALL-BALANCE' TO RC-PROGRAM-NAME
               MOVE WRITE-OFF-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE CUSTOMERS-READ TO RC-RECORDS-IN
               MOVE CUSTOMERS-POSTED TO RC-RECORDS-OUT
               IF CEILING-EXCEEDED
                   MOVE CUSTOMERS-WRITTEN-OFF TO RC-RECORDS-REJECTED
               ELSE
                   MOVE ZERO TO RC-RECORDS-REJECTED
               END-IF
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

       INITIALIZE-SMALL-BALANCE.
           ACCEPT WRITE-OFF-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE 'SMALL-BAL-TOLERANCE' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO WRITE-OFF-TOLERANCE
           MOVE 'SMALL-BAL-CEILING' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO WRITE-OFF-CEILING
           PERFORM CHECK-RUN-MODE
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DISPUTE-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM PRINT-REGISTER-HEADINGS
           SET SELECTION-PASS TO TRUE
           PERFORM START-CUSTOMER-PASS.

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
               DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-SMALL-BALANCE: NO EFFECTIVE '
                   'ENTRY FOR PARAMETER ' WANTED-PARAM-NAME
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
              AND PM-EFFECTIVE-DATE <= WRITE-OFF-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

      *    THE SAME RUN-MODE.DAT SWITCH AS THE OTHER MONTH-END
      *    STEPS: A PREVIEW PRINTS THE FULL REGISTER OF WHAT WOULD
      *    BE WRITTEN OFF, POSTS NOTHING AND ENDS RC=4.
       CHECK-RUN-MODE.
           OPEN INPUT RUN-MODE-FILE
           IF RUN-MODE-STATUS NOT = '35'
               READ RUN-MODE-FILE
                   AT END
                       CONTINUE
               END-READ
               IF RUN-MODE-STATUS = '00'
                  AND RM-MODE = 'PREVIEW'
                   SET PREVIEW-RUN TO TRUE
               END-IF
               CLOSE RUN-MODE-FILE
           END-IF
           IF PREVIEW-RUN
               DISPLAY 'CUSTOMER-SMALL-BALANCE: PREVIEW RUN - '
                   'NOTHING WILL POST'
           END-IF.

      *    A MISSING DISPUTE FILE JUST MEANS NOTHING IS IN DISPUTE.
       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET DISPUTE-FILE-ABSENT TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SMALL-BALANCE: UNABLE TO OPEN '
                   'AUDIT-FILE, STATUS=' AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-REGISTER-HEADINGS.
           MOVE HEADING-LINE-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF PREVIEW-RUN
               MOVE PREVIEW-STAMP-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WRITE-OFF-RUN-DATE TO H2-RUN-DATE
           MOVE WRITE-OFF-TOLERANCE TO H2-TOLERANCE
           MOVE WRITE-OFF-CEILING TO H2-CEILING
           MOVE HEADING-LINE-2 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE HEADING-LINE-3 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE HEADING-LINE-4 TO REGISTER-LINE
           WRITE REGISTER-LINE.

       START-CUSTOMER-PASS.
           MOVE 'N' TO CUSTOMER-FILE-EOF
           MOVE ZERO TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-START
           IF NOT NO-MORE-CUSTOMERS
               PERFORM READ-NEXT-CUSTOMER
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.

      *    THE MASTER IS WALKED TWICE. THE SELECTION PASS DECIDES
      *    AND PRINTS EVERY WRITE-OFF AND TOTALS THE RUN; ONLY IF
      *    THE TOTAL IS WITHIN THE RUN CEILING (AND THIS IS NOT A
      *    PREVIEW) DOES THE POSTING PASS MAKE THE SAME DECISIONS
      *    AGAIN AND APPLY THEM, SO A RUN OVER ITS CEILING LEAVES
      *    THE FILES EXACTLY AS IT FOUND THEM.
       POST-SMALL-BALANCES.
           PERFORM OPEN-AUDIT-FILE
           SET POSTING-PASS TO TRUE
           PERFORM START-CUSTOMER-PASS
           PERFORM WRITE-OFF-CUSTOMERS
               UNTIL NO-MORE-CUSTOMERS
           CLOSE AUDIT-FILE
           IF POSTED-TOTAL NOT = WRITE-OFF-TOTAL
               DISPLAY 'CUSTOMER-SMALL-BALANCE: POSTED '
                   POSTED-TOTAL ' DOES NOT MATCH REGISTER '
                   WRITE-OFF-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-OFF-CUSTOMERS.
           IF SELECTION-PASS
               ADD 1 TO CUSTOMERS-READ
           END-IF
           IF NOT CUSTOMER-STATUS-CLOSED
              AND CUSTOMER-BALANCE > ZERO
               PERFORM CHOOSE-WRITE-OFF-BASIS
               IF NOT WRITE-OFF-NOTHING
                   PERFORM WRITE-OFF-ONE-CUSTOMER
               END-IF
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

      *    A MASTER BALANCE AT OR UNDER THE TOLERANCE IS WRITTEN OFF
      *    WHOLE, TAKING EVERY OPEN ITEM WITH IT, ONLY WHEN NONE OF
      *    THOSE ITEMS IS UNDER OPEN DISPUTE AND THEY ADD UP TO THE
      *    MASTER BALANCE - AN ITEM THE MASTER NEVER SAW IS NOT
      *    DELETED UNDER COVER OF A SMALL BALANCE. OTHERWISE EACH
      *    UNDISPUTED OPEN ITEM AT OR UNDER THE TOLERANCE IS WRITTEN
      *    OFF ON ITS OWN, AS LONG AS THE ITEMS TAKEN NEVER EXCEED
      *    THE MASTER BALANCE - A CUSTOMER WHOSE ITEMS DO NOT TIE TO
      *    THE MASTER IS LEFT FOR THE TIE-OUT TO EXPLAIN.
       CHOOSE-WRITE-OFF-BASIS.
           MOVE ZERO TO CUSTOMER-DISPUTE-COUNT
           MOVE ZERO TO CUSTOMER-ITEM-TOTAL
           MOVE ZERO TO CUSTOMER-OPEN-TOTAL
           MOVE ZERO TO ITEMS-TAKEN-AMOUNT
           MOVE 'N' TO CUSTOMER-TRANS-EOF
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM WEIGH-ONE-OPEN-ITEM
               UNTIL NO-MORE-TRANS-FOR-CUSTOMER
           EVALUATE TRUE
               WHEN CUSTOMER-BALANCE <= WRITE-OFF-TOLERANCE
                AND CUSTOMER-DISPUTE-COUNT = ZERO
                AND CUSTOMER-OPEN-TOTAL = CUSTOMER-BALANCE
                   SET WRITE-OFF-BALANCE TO TRUE
                   MOVE CUSTOMER-BALANCE TO CUSTOMER-WRITE-OFF
               WHEN CUSTOMER-ITEM-TOTAL > ZERO
                   SET WRITE-OFF-ITEMS TO TRUE
                   MOVE CUSTOMER-ITEM-TOTAL TO CUSTOMER-WRITE-OFF
               WHEN OTHER
                   SET WRITE-OFF-NOTHING TO TRUE
           END-EVALUATE.

       WEIGH-ONE-OPEN-ITEM.
           PERFORM READ-CUSTOMER-ITEM
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               PERFORM CHECK-ITEM-DISPUTE
               IF ITEM-IN-DISPUTE
                   ADD 1 TO CUSTOMER-DISPUTE-COUNT
               ELSE
                   ADD CT-TRANS-AMOUNT TO CUSTOMER-OPEN-TOTAL
                   IF CT-TRANS-AMOUNT > ZERO
                      AND CT-TRANS-AMOUNT <= WRITE-OFF-TOLERANCE
                      AND CUSTOMER-ITEM-TOTAL + CT-TRANS-AMOUNT
                          <= CUSTOMER-BALANCE
                       ADD CT-TRANS-AMOUNT TO CUSTOMER-ITEM-TOTAL
                   END-IF
               END-IF
           END-IF.

       READ-CUSTOMER-ITEM.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-READ
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
              AND CT-CUSTOMER-ID NOT = CUSTOMER-ID
               SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-IF.

      *    AN ITEM UNDER OPEN DISPUTE IS LEFT ALONE UNTIL THE
      *    ANALYST RESOLVES IT; A RESOLVED DISPUTE NO LONGER
      *    PROTECTS IT.
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

       WRITE-OFF-ONE-CUSTOMER.
           IF SELECTION-PASS
               PERFORM PRINT-CUSTOMER-WRITE-OFF
           END-IF
           MOVE 'N' TO CUSTOMER-TRANS-EOF
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM TAKE-ONE-OPEN-ITEM
               UNTIL NO-MORE-TRANS-FOR-CUSTOMER
           IF SELECTION-PASS
               ADD 1 TO CUSTOMERS-WRITTEN-OFF
               IF WRITE-OFF-BALANCE
                   ADD 1 TO BALANCES-WRITTEN-OFF
               END-IF
               ADD CUSTOMER-WRITE-OFF TO WRITE-OFF-TOTAL
           ELSE
               PERFORM POST-WRITE-OFF-TO-MASTER
           END-IF.

      *    THE SAME TEST AS THE WEIGHING SCAN PICKS THE ITEMS, SO
      *    THE ITEMS TAKEN ON AN ITEM WRITE-OFF ADD BACK TO THE
      *    AMOUNT ALREADY PRINTED FOR THE CUSTOMER.
       TAKE-ONE-OPEN-ITEM.
           PERFORM READ-CUSTOMER-ITEM
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               IF WRITE-OFF-BALANCE
                   PERFORM TAKE-OPEN-ITEM
               ELSE
                   PERFORM CHECK-ITEM-DISPUTE
                   IF ITEM-NOT-IN-DISPUTE
                      AND CT-TRANS-AMOUNT > ZERO
                      AND CT-TRANS-AMOUNT <= WRITE-OFF-TOLERANCE
                      AND ITEMS-TAKEN-AMOUNT + CT-TRANS-AMOUNT
                          <= CUSTOMER-BALANCE
                       ADD CT-TRANS-AMOUNT TO ITEMS-TAKEN-AMOUNT
                       PERFORM TAKE-OPEN-ITEM
                   END-IF
               END-IF
           END-IF.

       TAKE-OPEN-ITEM.
           IF SELECTION-PASS
               PERFORM PRINT-ITEM-WRITE-OFF
               ADD 1 TO ITEMS-WRITTEN-OFF
               ADD CT-TRANS-AMOUNT TO ITEM-AMOUNT-TOTAL
           ELSE
               DELETE CUSTOMER-TRANS-FILE
           END-IF.

      *    ONE REWRITE AND ONE AUDIT ENTRY PER CUSTOMER UNDER THIS
      *    PROGRAM'S OWN NAME, SO CUSTOMER-GL-JOURNAL BOOKS THE
      *    BALANCE MOVEMENT TO THE SMALL-BALANCE WRITE-OFF ACCOUNT.
       POST-WRITE-OFF-TO-MASTER.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           SUBTRACT CUSTOMER-WRITE-OFF FROM CUSTOMER-BALANCE
           REWRITE CUSTOMER-RECORD
           PERFORM FILL-AUDIT-AFTER-IMAGE
           SET AU-ACTION-REWRITE TO TRUE
           PERFORM WRITE-AUDIT-RECORD
           ADD 1 TO CUSTOMERS-POSTED
           ADD CUSTOMER-WRITE-OFF TO POSTED-TOTAL.

       PRINT-CUSTOMER-WRITE-OFF.
           MOVE CUSTOMER-ID TO RW-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO RW-CUSTOMER-NAME
           MOVE CUSTOMER-BALANCE TO RW-BALANCE
           MOVE CUSTOMER-WRITE-OFF TO RW-WRITTEN-OFF
           IF WRITE-OFF-BALANCE
               MOVE 'BALANCE' TO RW-BASIS
           ELSE
               MOVE 'ITEMS' TO RW-BASIS
           END-IF
           MOVE WRITE-OFF-CUSTOMER-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

       PRINT-ITEM-WRITE-OFF.
           MOVE CT-TRANS-REFERENCE TO RI-TRANS-REFERENCE
           MOVE CT-TRANS-DATE TO RI-TRANS-DATE
           MOVE CT-TRANS-AMOUNT TO RI-TRANS-AMOUNT
           MOVE WRITE-OFF-ITEM-LINE TO REGISTER-LINE
           WRITE REGISTER-LINE.

      *    THE CEILING CAPS THE DOLLARS ONE RUN MAY WRITE OFF. A
      *    TOTAL OVER IT MEANS THE TOLERANCE WAS KEYED WRONG OR
      *    SOMETHING UPSTREAM HAS GONE ASTRAY, SO THE STEP STOPS
      *    RC=16 WITH THE REGISTER PRINTED AND NOTHING POSTED.
       CHECK-RUN-CEILING.
           IF WRITE-OFF-TOTAL > WRITE-OFF-CEILING
               SET CEILING-EXCEEDED TO TRUE
               DISPLAY 'CUSTOMER-SMALL-BALANCE: WRITE-OFF TOTAL '
                   WRITE-OFF-TOTAL ' EXCEEDS RUN CEILING '
                   WRITE-OFF-CEILING
               MOVE 16 TO RETURN-CODE
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE CUSTOMERS-WRITTEN-OFF TO CT1-CUSTOMERS
           MOVE CT-LINE-1 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE BALANCES-WRITTEN-OFF TO CT2-BALANCES
           MOVE CT-LINE-2 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ITEMS-WRITTEN-OFF TO CT3-ITEMS
           MOVE CT-LINE-3 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE ITEM-AMOUNT-TOTAL TO CT4-ITEM-AMOUNT
           MOVE CT-LINE-4 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WRITE-OFF-TOTAL TO CT5-TOTAL
           MOVE CT-LINE-5 TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WRITE-OFF-CEILING TO CT6-CEILING
           MOVE CT-LINE-6 TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF CEILING-EXCEEDED
               MOVE CEILING-STAMP-LINE TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       FILL-AUDIT-BEFORE-IMAGE.
           MOVE CUSTOMER-NAME TO AU-OLD-NAME
           MOVE CUSTOMER-BALANCE TO AU-OLD-BALANCE
           MOVE CUSTOMER-STATUS TO AU-OLD-STATUS
           MOVE CUSTOMER-CREDIT-LIMIT TO AU-OLD-CREDIT-LIMIT
           MOVE CUSTOMER-LAST-PAYMENT-DATE
               TO AU-OLD-LAST-PAYMENT-DATE.

       FILL-AUDIT-AFTER-IMAGE.
           MOVE CUSTOMER-NAME TO AU-NEW-NAME
           MOVE CUSTOMER-BALANCE TO AU-NEW-BALANCE
           MOVE CUSTOMER-STATUS TO AU-NEW-STATUS
           MOVE CUSTOMER-CREDIT-LIMIT TO AU-NEW-CREDIT-LIMIT
           MOVE CUSTOMER-LAST-PAYMENT-DATE
               TO AU-NEW-LAST-PAYMENT-DATE.

       WRITE-AUDIT-RECORD.
           MOVE CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE WRITE-OFF-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-SMALL-BALANCE' TO AU-PROGRAM-NAME
           MOVE 'CUSTSMBL' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       DISPLAY-WRITE-OFF-SUMMARY.
           DISPLAY 'CUSTOMER-SMALL-BALANCE Summary:'
           IF CEILING-EXCEEDED
               DISPLAY '  *** CEILING EXCEEDED - NOTHING POSTED ***'
           ELSE
               IF PREVIEW-RUN
                   DISPLAY '  *** PREVIEW - NOTHING POSTED, RC=4 ***'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '  Customers Read:        ' CUSTOMERS-READ
           DISPLAY '  Customers Written Off: ' CUSTOMERS-WRITTEN-OFF
           DISPLAY '  Open Items Written Off:' ITEMS-WRITTEN-OFF
           DISPLAY '  Total Written Off:     ' WRITE-OFF-TOTAL
           DISPLAY '  Customers Posted:      ' CUSTOMERS-POSTED
           DISPLAY '  Total Posted:          ' POSTED-TOTAL.

       TERMINATE-SMALL-BALANCE.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           IF DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE REGISTER-FILE.
