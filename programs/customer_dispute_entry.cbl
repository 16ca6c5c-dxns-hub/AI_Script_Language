       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DISPUTE-ENTRY.

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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'operator-security.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SC-USER-ID
           FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 SECURITY-FILE-STATUS     PIC X(02).

       01 PROGRAM-SWITCHES.
           05 OPERATOR-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88 OPERATOR-DONE       VALUE 'Y'.
           05 MASTER-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 CUSTOMER-ON-FILE    VALUE 'Y'.
               88 CUSTOMER-NOT-ON-FILE VALUE 'N'.
           05 OPEN-ITEM-SWITCH        PIC X(01) VALUE 'N'.
               88 OPEN-ITEM-FOUND     VALUE 'Y'.
               88 OPEN-ITEM-NOT-FOUND VALUE 'N'.
           05 TRANS-SCAN-SWITCH       PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 DISPUTE-LOOKUP-SWITCH   PIC X(01) VALUE 'N'.
               88 DISPUTE-ON-FILE     VALUE 'Y'.
               88 DISPUTE-NOT-ON-FILE VALUE 'N'.
           05 FIELD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
               88 FIELD-IS-VALID      VALUE 'Y'.
               88 FIELD-FAILED-EDIT   VALUE 'N'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.

       01 OPERATOR-INPUT.
           05 ANALYST-ID             PIC X(08).
           05 OPERATOR-COMMAND       PIC X(05).
           05 OPERATOR-ACTION        PIC X(04).
           05 WANTED-REFERENCE       PIC X(10).
           05 NEW-REASON-CODE        PIC X(02).
           05 NEW-DISPUTED-AMOUNT    PIC 9(7)V99.
           05 NEW-RESOLUTION-CODE    PIC X(01).
           05 NEW-CREDIT-AMOUNT      PIC 9(7)V99.

       01 AUDIT-RUN-STAMP.
           05 AUDIT-RUN-DATE         PIC 9(8).
           05 TIME-OF-DAY.
               10 TOD-HHMMSS         PIC 9(6).
               10 TOD-HUNDREDTHS     PIC 9(2).

      *    THE ANALYST SIGNED ON FOR THIS SESSION. THE USER ID IS
      *    THE ANALYST ID STAMPED ON EVERY DISPUTE AND CREDIT MEMO
      *    TAKEN HERE.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 2.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.

       01 DISPLAY-FIELDS.
           05 DF-BALANCE             PIC Z,ZZZ,ZZ9.99.
           05 DF-ITEM-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05 DF-DISPUTED-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05 DF-CREDIT-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05 DF-STATUS-TEXT         PIC X(08).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-DISPUTE-ENTRY
           PERFORM PROCESS-OPERATOR-COMMAND
               UNTIL OPERATOR-DONE
           PERFORM TERMINATE-DISPUTE-ENTRY
           STOP RUN.

       INITIALIZE-DISPUTE-ENTRY.
           OPEN I-O CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DISPUTE-FILE
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           PERFORM SIGN-ON-OPERATOR
           MOVE SIGNED-ON-USER-ID TO ANALYST-ID.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: UNABLE TO OPEN '
                   'OPERATOR-SECURITY-FILE, STATUS='
                   SECURITY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO SIGN-ON-ATTEMPTS
           PERFORM PROMPT-SIGN-ON
               UNTIL SIGN-ON-ACCEPTED
                  OR SIGN-ON-ATTEMPTS >= 3
           CLOSE OPERATOR-SECURITY-FILE
           IF NOT SIGN-ON-ACCEPTED
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: SIGN-ON FAILED - '
                   'SESSION ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROMPT-SIGN-ON.
           ADD 1 TO SIGN-ON-ATTEMPTS
           DISPLAY 'ENTER USER ID:'
           MOVE SPACES TO SIGN-ON-USER-ID
           ACCEPT SIGN-ON-USER-ID
           DISPLAY 'ENTER PASSWORD:'
           MOVE SPACES TO SIGN-ON-PASSWORD
           ACCEPT SIGN-ON-PASSWORD
           MOVE SIGN-ON-USER-ID TO SC-USER-ID
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   DISPLAY 'SIGN-ON REJECTED: USER ID OR PASSWORD '
                       'INVALID'
               NOT INVALID KEY
                   PERFORM CHECK-SIGN-ON-PASSWORD
           END-READ.

       CHECK-SIGN-ON-PASSWORD.
           EVALUATE TRUE
               WHEN NOT SC-USER-ACTIVE
                   DISPLAY 'SIGN-ON REJECTED: USER ID IS LOCKED OR '
                       'REVOKED'
               WHEN SC-PASSWORD NOT = SIGN-ON-PASSWORD
                   ADD 1 TO SC-FAILED-SIGNONS
                   IF SC-FAILED-SIGNONS >= 3
                       SET SC-USER-LOCKED TO TRUE
                       DISPLAY 'SIGN-ON REJECTED: USER ID NOW LOCKED'
                   ELSE
                       DISPLAY 'SIGN-ON REJECTED: USER ID OR '
                           'PASSWORD INVALID'
                   END-IF
                   REWRITE OPERATOR-SECURITY-RECORD
               WHEN SC-AUTHORITY-LEVEL < REQUIRED-SIGN-ON-LEVEL
                   DISPLAY 'SIGN-ON REJECTED: AUTHORITY LEVEL TOO LOW'
               WHEN OTHER
                   MOVE ZERO TO SC-FAILED-SIGNONS
                   MOVE AUDIT-RUN-DATE TO SC-LAST-SIGNON-DATE
                   REWRITE OPERATOR-SECURITY-RECORD
                   MOVE SC-USER-ID TO SIGNED-ON-USER-ID
                   MOVE SC-AUTHORITY-LEVEL TO SIGNED-ON-LEVEL
                   SET SIGN-ON-ACCEPTED TO TRUE
                   DISPLAY 'SIGNED ON: ' SC-USER-NAME
           END-EVALUATE.

       OPEN-DISPUTE-FILE.
           OPEN I-O DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF DISPUTE-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: UNABLE TO OPEN '
                   'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: UNABLE TO OPEN '
                   'AUDIT-FILE, STATUS=' AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-OPERATOR-COMMAND.
           DISPLAY 'ENTER 5-DIGIT CUSTOMER-ID OR X=EXIT:'
           ACCEPT OPERATOR-COMMAND
           EVALUATE TRUE
               WHEN OPERATOR-COMMAND = 'X' OR 'x'
                   SET OPERATOR-DONE TO TRUE
               WHEN OPERATOR-COMMAND IS NUMERIC
                   PERFORM WORK-ONE-CUSTOMER
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ENTRY: ' OPERATOR-COMMAND
           END-EVALUATE.

       WORK-ONE-CUSTOMER.
           MOVE OPERATOR-COMMAND TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-ON-FILE TO TRUE
                   DISPLAY 'CUSTOMER ' CUSTOMER-ID ' NOT ON FILE'
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ
           IF CUSTOMER-ON-FILE
               PERFORM DISPLAY-CUSTOMER-SUMMARY
               DISPLAY 'ENTER OPEN-ITEM REFERENCE:'
               MOVE SPACES TO WANTED-REFERENCE
               ACCEPT WANTED-REFERENCE
               PERFORM FIND-OPEN-ITEM
               PERFORM LOOK-UP-DISPUTE
               PERFORM DISPLAY-OPEN-ITEM
               PERFORM DISPLAY-DISPUTE
               PERFORM MAINTAIN-DISPUTE
           END-IF.

       DISPLAY-CUSTOMER-SUMMARY.
           EVALUATE TRUE
               WHEN CUSTOMER-STATUS-ACTIVE
                   MOVE 'ACTIVE' TO DF-STATUS-TEXT
               WHEN CUSTOMER-STATUS-HOLD
                   MOVE 'HOLD' TO DF-STATUS-TEXT
               WHEN CUSTOMER-STATUS-CLOSED
                   MOVE 'CLOSED' TO DF-STATUS-TEXT
               WHEN OTHER
                   MOVE '?' TO DF-STATUS-TEXT
           END-EVALUATE
           MOVE CUSTOMER-BALANCE TO DF-BALANCE
           DISPLAY 'CUSTOMER-ID:       ' CUSTOMER-ID
           DISPLAY 'NAME:              ' CUSTOMER-NAME
           DISPLAY 'BALANCE:           ' DF-BALANCE
           DISPLAY 'STATUS:            ' DF-STATUS-TEXT.

      *    THE OPEN ITEM IS FOUND THE SAME WAY CASH APPLICATION
      *    FINDS IT - POSITION ON THE CUSTOMER AND READ FORWARD
      *    FOR THE REFERENCE - SO A CREDIT MEMO LANDS ON EXACTLY
      *    THE ITEM A PAYMENT WOULD HAVE RELIEVED.
       FIND-OPEN-ITEM.
           SET OPEN-ITEM-NOT-FOUND TO TRUE
           MOVE 'N' TO TRANS-SCAN-SWITCH
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM SCAN-FOR-REFERENCE
               UNTIL OPEN-ITEM-FOUND
                  OR NO-MORE-TRANS-FOR-CUSTOMER.

       SCAN-FOR-REFERENCE.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-READ
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               IF CT-CUSTOMER-ID NOT = CUSTOMER-ID
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   IF CT-TRANS-REFERENCE = WANTED-REFERENCE
                       SET OPEN-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-DISPUTE.
           MOVE CUSTOMER-ID TO DP-CUSTOMER-ID
           MOVE WANTED-REFERENCE TO DP-TRANS-REFERENCE
           READ DISPUTE-FILE
               INVALID KEY
                   SET DISPUTE-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET DISPUTE-ON-FILE TO TRUE
           END-READ.

       DISPLAY-OPEN-ITEM.
           IF OPEN-ITEM-FOUND
               MOVE CT-TRANS-AMOUNT TO DF-ITEM-AMOUNT
               DISPLAY 'OPEN ITEM:         ' CT-TRANS-REFERENCE
                   ' DATED ' CT-TRANS-DATE
                   ' DUE ' CT-DUE-DATE
                   ' FOR ' DF-ITEM-AMOUNT
                   ' DAYS PAST DUE ' CT-DAYS-PAST-DUE
           ELSE
               DISPLAY 'NO OPEN ITEM ' WANTED-REFERENCE
                   ' FOR THIS CUSTOMER'
           END-IF.

       DISPLAY-DISPUTE.
           IF DISPUTE-ON-FILE
               MOVE DP-DISPUTED-AMOUNT TO DF-DISPUTED-AMOUNT
               DISPLAY 'DISPUTE ON FILE:   REASON ' DP-REASON-CODE
                   ' FOR ' DF-DISPUTED-AMOUNT
                   ' OPENED ' DP-OPENED-DATE
                   ' BY ' DP-ANALYST-ID
                   ' STATUS ' DP-DISPUTE-STATUS
               IF DP-DISPUTE-RESOLVED
                   MOVE DP-CREDIT-AMOUNT TO DF-CREDIT-AMOUNT
                   DISPLAY 'RESOLVED:          ' DP-RESOLVED-DATE
                       ' RESOLUTION ' DP-RESOLUTION-CODE
                       ' CREDIT ' DF-CREDIT-AMOUNT
               END-IF
           ELSE
               DISPLAY 'NO DISPUTE ON FILE'
           END-IF.

       MAINTAIN-DISPUTE.
           DISPLAY 'ACTION (OPEN, CHG, RES, OR ENTER=NONE):'
           MOVE SPACES TO OPERATOR-ACTION
           ACCEPT OPERATOR-ACTION
           EVALUATE OPERATOR-ACTION
               WHEN 'OPEN'
                   PERFORM OPEN-NEW-DISPUTE
               WHEN 'CHG'
                   IF DISPUTE-NOT-ON-FILE OR DP-DISPUTE-RESOLVED
                       DISPLAY 'REJECTED: NO OPEN DISPUTE TO CHANGE'
                   ELSE
                       PERFORM TAKE-DISPUTE-DETAILS
                       IF FIELD-IS-VALID
                           PERFORM REWRITE-DISPUTE
                       END-IF
                   END-IF
               WHEN 'RES'
                   IF DISPUTE-NOT-ON-FILE OR DP-DISPUTE-RESOLVED
                       DISPLAY 'REJECTED: NO OPEN DISPUTE TO RESOLVE'
                   ELSE
                       PERFORM RESOLVE-DISPUTE
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' OPERATOR-ACTION
           END-EVALUATE.

      *    A DISPUTE CAN ONLY BE OPENED AGAINST AN ITEM STILL ON
      *    THE OPEN-ITEM FILE. A RESOLVED DISPUTE ON THE SAME
      *    REFERENCE IS REOPENED IN PLACE - THE KEY IS THE ITEM,
      *    SO THERE IS ONE DISPUTE RECORD PER ITEM.
       OPEN-NEW-DISPUTE.
           IF OPEN-ITEM-NOT-FOUND
               DISPLAY 'REJECTED: NO OPEN ITEM TO DISPUTE'
           ELSE
               IF DISPUTE-ON-FILE AND DP-DISPUTE-OPEN
                   DISPLAY 'REJECTED: DISPUTE ALREADY OPEN'
               ELSE
                   PERFORM TAKE-DISPUTE-DETAILS
                   IF FIELD-IS-VALID
                       PERFORM WRITE-NEW-DISPUTE
                   END-IF
               END-IF
           END-IF.

       TAKE-DISPUTE-DETAILS.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER REASON (PR=PRICING, SH=SHORT SHIP, '
               'DM=DAMAGED, NR=NOT RECEIVED, DB=DUPLICATE, '
               'OT=OTHER):'
           MOVE SPACES TO NEW-REASON-CODE
           ACCEPT NEW-REASON-CODE
           IF NEW-REASON-CODE NOT = 'PR' AND NOT = 'SH'
              AND NOT = 'DM' AND NOT = 'NR'
              AND NOT = 'DB' AND NOT = 'OT'
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: UNRECOGNIZED REASON CODE'
           END-IF
           IF FIELD-IS-VALID
               DISPLAY 'ENTER DISPUTED AMOUNT (9999999.99):'
               ACCEPT NEW-DISPUTED-AMOUNT
               IF NEW-DISPUTED-AMOUNT = ZERO
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: DISPUTED AMOUNT IS ZERO'
               END-IF
           END-IF
           IF FIELD-IS-VALID AND OPEN-ITEM-FOUND
               IF NEW-DISPUTED-AMOUNT > CT-TRANS-AMOUNT
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: DISPUTED AMOUNT EXCEEDS '
                       'OPEN ITEM'
               END-IF
           END-IF.

       WRITE-NEW-DISPUTE.
           MOVE CUSTOMER-ID TO DP-CUSTOMER-ID
           MOVE WANTED-REFERENCE TO DP-TRANS-REFERENCE
           MOVE NEW-REASON-CODE TO DP-REASON-CODE
           MOVE NEW-DISPUTED-AMOUNT TO DP-DISPUTED-AMOUNT
           MOVE ANALYST-ID TO DP-ANALYST-ID
           MOVE AUDIT-RUN-DATE TO DP-OPENED-DATE
           SET DP-DISPUTE-OPEN TO TRUE
           MOVE SPACE TO DP-RESOLUTION-CODE
           MOVE ZERO TO DP-RESOLVED-DATE
           MOVE ZERO TO DP-CREDIT-AMOUNT
           IF DISPUTE-ON-FILE
               REWRITE DISPUTE-RECORD
           ELSE
               WRITE DISPUTE-RECORD
           END-IF
           SET DISPUTE-ON-FILE TO TRUE
           DISPLAY 'DISPUTE OPENED'.

       REWRITE-DISPUTE.
           MOVE NEW-REASON-CODE TO DP-REASON-CODE
           MOVE NEW-DISPUTED-AMOUNT TO DP-DISPUTED-AMOUNT
           MOVE ANALYST-ID TO DP-ANALYST-ID
           REWRITE DISPUTE-RECORD
           DISPLAY 'DISPUTE UPDATED'.

      *    I PUTS THE ITEM BACK INTO DUNNING, FINANCE CHARGES AND
      *    CREDIT REVIEW UNCHANGED. C ISSUES A CREDIT MEMO: THE
      *    OPEN ITEM AND THE MASTER BALANCE COME DOWN BY THE
      *    CREDITED AMOUNT, AND ANY REMAINDER OF THE ITEM GOES BACK
      *    TO COLLECTIBLE.
       RESOLVE-DISPUTE.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'RESOLUTION (I=REINSTATE, C=CREDIT MEMO):'
           MOVE SPACE TO NEW-RESOLUTION-CODE
           ACCEPT NEW-RESOLUTION-CODE
           EVALUATE NEW-RESOLUTION-CODE
               WHEN 'I'
                   MOVE ZERO TO NEW-CREDIT-AMOUNT
                   PERFORM MARK-DISPUTE-RESOLVED
                   DISPLAY 'DISPUTE RESOLVED - ITEM REINSTATED'
               WHEN 'C'
                   PERFORM TAKE-CREDIT-AMOUNT
                   IF FIELD-IS-VALID
                       PERFORM ISSUE-CREDIT-MEMO
                   END-IF
               WHEN OTHER
                   DISPLAY 'REJECTED: RESOLUTION MUST BE I OR C'
           END-EVALUATE.

       TAKE-CREDIT-AMOUNT.
           IF OPEN-ITEM-NOT-FOUND
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: OPEN ITEM NO LONGER ON FILE'
           ELSE
               MOVE DP-DISPUTED-AMOUNT TO DF-DISPUTED-AMOUNT
               DISPLAY 'ENTER CREDIT AMOUNT (9999999.99), '
                   'DISPUTED AMOUNT IS ' DF-DISPUTED-AMOUNT ':'
               ACCEPT NEW-CREDIT-AMOUNT
               IF NEW-CREDIT-AMOUNT = ZERO
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: CREDIT AMOUNT IS ZERO'
               ELSE
                   IF NEW-CREDIT-AMOUNT > CT-TRANS-AMOUNT
                       SET FIELD-FAILED-EDIT TO TRUE
                       DISPLAY 'REJECTED: CREDIT EXCEEDS OPEN ITEM'
                   END-IF
               END-IF
           END-IF.

      *    THE ITEM IS RE-READ IMMEDIATELY BEFORE IT IS RELIEVED SO
      *    THE DELETE OR REWRITE ACTS ON THE RECORD JUST POSITIONED,
      *    NOT ON WHATEVER THE SCREEN DIALOGUE LEFT CURRENT.
       ISSUE-CREDIT-MEMO.
           PERFORM FIND-OPEN-ITEM
           IF OPEN-ITEM-NOT-FOUND
               DISPLAY 'REJECTED: OPEN ITEM NO LONGER ON FILE'
           ELSE
               IF NEW-CREDIT-AMOUNT >= CT-TRANS-AMOUNT
                   DELETE CUSTOMER-TRANS-FILE
               ELSE
                   SUBTRACT NEW-CREDIT-AMOUNT FROM CT-TRANS-AMOUNT
                   REWRITE CUSTOMER-TRANS-RECORD
               END-IF
               PERFORM POST-CREDIT-TO-MASTER
               PERFORM MARK-DISPUTE-RESOLVED
               MOVE NEW-CREDIT-AMOUNT TO DF-CREDIT-AMOUNT
               DISPLAY 'CREDIT MEMO ISSUED FOR ' DF-CREDIT-AMOUNT
           END-IF.

       POST-CREDIT-TO-MASTER.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           IF NEW-CREDIT-AMOUNT > CUSTOMER-BALANCE
               MOVE ZERO TO CUSTOMER-BALANCE
           ELSE
               SUBTRACT NEW-CREDIT-AMOUNT FROM CUSTOMER-BALANCE
           END-IF
           REWRITE CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS = '00'
               PERFORM FILL-AUDIT-AFTER-IMAGE
               SET AU-ACTION-REWRITE TO TRUE
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'CUSTOMER-DISPUTE-ENTRY: REWRITE FAILED, '
                   'STATUS=' CUSTOMER-FILE-STATUS
           END-IF.

       MARK-DISPUTE-RESOLVED.
           SET DP-DISPUTE-RESOLVED TO TRUE
           MOVE NEW-RESOLUTION-CODE TO DP-RESOLUTION-CODE
           MOVE AUDIT-RUN-DATE TO DP-RESOLVED-DATE
           MOVE NEW-CREDIT-AMOUNT TO DP-CREDIT-AMOUNT
           MOVE ANALYST-ID TO DP-ANALYST-ID
           REWRITE DISPUTE-RECORD.

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
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE AUDIT-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-DISPUTE-ENTRY' TO AU-PROGRAM-NAME
           MOVE ANALYST-ID TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       TERMINATE-DISPUTE-ENTRY.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE DISPUTE-FILE
           CLOSE AUDIT-FILE.
