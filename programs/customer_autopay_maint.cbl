       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-AUTOPAY-MAINT.

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

           SELECT ENROLLMENT-FILE ASSIGN TO 'autopay-enrollment.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AE-CUSTOMER-ID
           FILE STATUS IS ENROLLMENT-FILE-STATUS.

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

       FD ENROLLMENT-FILE.
           COPY CUSTACH.

       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 ENROLLMENT-FILE-STATUS   PIC X(02).
       01 SECURITY-FILE-STATUS     PIC X(02).

       01 PROGRAM-SWITCHES.
           05 OPERATOR-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88 OPERATOR-DONE       VALUE 'Y'.
           05 MASTER-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 CUSTOMER-ON-FILE    VALUE 'Y'.
               88 CUSTOMER-NOT-ON-FILE VALUE 'N'.
           05 ENROLLMENT-LOOKUP-SWITCH PIC X(01) VALUE 'N'.
               88 ENROLLMENT-ON-FILE  VALUE 'Y'.
               88 ENROLLMENT-NOT-ON-FILE VALUE 'N'.
           05 FIELD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
               88 FIELD-IS-VALID      VALUE 'Y'.
               88 FIELD-FAILED-EDIT   VALUE 'N'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.

       01 OPERATOR-INPUT.
           05 OPERATOR-COMMAND       PIC X(05).
           05 OPERATOR-ACTION        PIC X(04).
           05 NEW-ROUTING-NUMBER     PIC 9(9).
           05 NEW-ROUTING-DIGITS REDEFINES NEW-ROUTING-NUMBER.
               10 ROUTING-DIGIT      PIC 9 OCCURS 9 TIMES.
           05 NEW-ACCOUNT-NUMBER     PIC X(17).
           05 NEW-ACCOUNT-TYPE       PIC X(01).
           05 NEW-PULL-OPTION        PIC X(01).

      *    THE ROUTING NUMBER'S NINTH DIGIT IS A CHECK DIGIT: THE
      *    DIGITS WEIGHTED 3-7-1 ACROSS THE NUMBER MUST SUM TO A
      *    MULTIPLE OF TEN OR THE BANK WILL REJECT THE ENTRY.
       01 ROUTING-CHECK-WORK.
           05 ROUTING-WEIGHTED-SUM   PIC 9(4) VALUE ZERO.
           05 ROUTING-SUM-QUOTIENT   PIC 9(4) VALUE ZERO.
           05 ROUTING-SUM-REMAINDER  PIC 9(2) VALUE ZERO.

       01 ENTRY-RUN-DATE           PIC 9(8).

      *    THE OPERATOR SIGNED ON FOR THIS SESSION. THE USER ID IS
      *    STAMPED ON EVERY ENROLLMENT MAINTAINED HERE.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 2.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.

       01 DISPLAY-FIELDS.
           05 DF-BALANCE             PIC Z,ZZZ,ZZ9.99.
           05 DF-STATUS-TEXT         PIC X(08).
           05 DF-ENROLL-TEXT         PIC X(10).
           05 DF-PULL-TEXT           PIC X(12).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-AUTOPAY-MAINT
           PERFORM PROCESS-OPERATOR-COMMAND
               UNTIL OPERATOR-DONE
           PERFORM TERMINATE-AUTOPAY-MAINT
           STOP RUN.

       INITIALIZE-AUTOPAY-MAINT.
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-AUTOPAY-MAINT: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-ENROLLMENT-FILE
           ACCEPT ENTRY-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-AUTOPAY-MAINT: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-AUTOPAY-MAINT: SIGN-ON FAILED - '
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
                   MOVE ENTRY-RUN-DATE TO SC-LAST-SIGNON-DATE
                   REWRITE OPERATOR-SECURITY-RECORD
                   MOVE SC-USER-ID TO SIGNED-ON-USER-ID
                   MOVE SC-AUTHORITY-LEVEL TO SIGNED-ON-LEVEL
                   SET SIGN-ON-ACCEPTED TO TRUE
                   DISPLAY 'SIGNED ON: ' SC-USER-NAME
           END-EVALUATE.

       OPEN-ENROLLMENT-FILE.
           OPEN I-O ENROLLMENT-FILE
           IF ENROLLMENT-FILE-STATUS = '35'
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           IF ENROLLMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-AUTOPAY-MAINT: UNABLE TO OPEN '
                   'ENROLLMENT-FILE, STATUS=' ENROLLMENT-FILE-STATUS
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
               PERFORM LOOK-UP-ENROLLMENT
               PERFORM DISPLAY-ENROLLMENT
               PERFORM MAINTAIN-ENROLLMENT
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

       LOOK-UP-ENROLLMENT.
           MOVE CUSTOMER-ID TO AE-CUSTOMER-ID
           READ ENROLLMENT-FILE
               INVALID KEY
                   SET ENROLLMENT-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET ENROLLMENT-ON-FILE TO TRUE
           END-READ.

       DISPLAY-ENROLLMENT.
           IF ENROLLMENT-ON-FILE
               EVALUATE TRUE
                   WHEN AE-ENROLL-ACTIVE
                       MOVE 'ACTIVE' TO DF-ENROLL-TEXT
                   WHEN AE-ENROLL-SUSPENDED
                       MOVE 'SUSPENDED' TO DF-ENROLL-TEXT
                   WHEN AE-ENROLL-CANCELLED
                       MOVE 'CANCELLED' TO DF-ENROLL-TEXT
                   WHEN OTHER
                       MOVE '?' TO DF-ENROLL-TEXT
               END-EVALUATE
               IF AE-PULL-FULL-BALANCE
                   MOVE 'FULL BALANCE' TO DF-PULL-TEXT
               ELSE
                   MOVE 'ITEMS DUE' TO DF-PULL-TEXT
               END-IF
               DISPLAY 'AUTOPAY:           ' DF-ENROLL-TEXT
                   ' SINCE ' AE-ENROLL-DATE
               DISPLAY 'BANK:              ' AE-ROUTING-NUMBER
                   ' ' AE-ACCOUNT-NUMBER ' TYPE ' AE-ACCOUNT-TYPE
               DISPLAY 'PULL:              ' DF-PULL-TEXT
               DISPLAY 'RETURNS:           ' AE-RETURN-COUNT
                   ' LAST ' AE-LAST-RETURN-DATE
               DISPLAY 'LAST MAINTAINED:   ' AE-MAINTAINED-DATE
                   ' BY ' AE-MAINTAINED-BY
           ELSE
               DISPLAY 'NOT ENROLLED IN AUTOPAY'
           END-IF.

      *    CANCEL LEAVES THE RECORD ON FILE AS A HISTORY OF THE
      *    ENROLLMENT. REINSTATE PUTS A SUSPENDED OR CANCELLED
      *    ENROLLMENT BACK ON WITH ITS RETURN COUNT CLEARED, ONCE
      *    THE CUSTOMER HAS SORTED OUT THE ACCOUNT WITH THEIR BANK.
       MAINTAIN-ENROLLMENT.
           DISPLAY 'ACTION (ADD, CHG, CAN, RST, OR ENTER=NONE):'
           MOVE SPACES TO OPERATOR-ACTION
           ACCEPT OPERATOR-ACTION
           EVALUATE OPERATOR-ACTION
               WHEN 'ADD'
                   IF ENROLLMENT-ON-FILE
                       DISPLAY 'REJECTED: ENROLLMENT ALREADY ON FILE'
                   ELSE
                       PERFORM CHECK-CUSTOMER-ENROLLABLE
                       IF FIELD-IS-VALID
                           PERFORM TAKE-ENROLLMENT-DETAILS
                       END-IF
                       IF FIELD-IS-VALID
                           PERFORM WRITE-NEW-ENROLLMENT
                       END-IF
                   END-IF
               WHEN 'CHG'
                   IF ENROLLMENT-NOT-ON-FILE
                       DISPLAY 'REJECTED: NO ENROLLMENT TO CHANGE'
                   ELSE
                       PERFORM TAKE-ENROLLMENT-DETAILS
                       IF FIELD-IS-VALID
                           PERFORM REWRITE-ENROLLMENT
                       END-IF
                   END-IF
               WHEN 'CAN'
                   IF ENROLLMENT-NOT-ON-FILE
                      OR AE-ENROLL-CANCELLED
                       DISPLAY 'REJECTED: NO ENROLLMENT TO CANCEL'
                   ELSE
                       SET AE-ENROLL-CANCELLED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       DISPLAY 'ENROLLMENT CANCELLED'
                   END-IF
               WHEN 'RST'
                   IF ENROLLMENT-NOT-ON-FILE
                      OR AE-ENROLL-ACTIVE
                       DISPLAY 'REJECTED: NO ENROLLMENT TO REINSTATE'
                   ELSE
                       PERFORM CHECK-CUSTOMER-ENROLLABLE
                       IF FIELD-IS-VALID
                           SET AE-ENROLL-ACTIVE TO TRUE
                           MOVE ZERO TO AE-RETURN-COUNT
                           PERFORM STAMP-AND-REWRITE
                           DISPLAY 'ENROLLMENT REINSTATED'
                       END-IF
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' OPERATOR-ACTION
           END-EVALUATE.

       CHECK-CUSTOMER-ENROLLABLE.
           SET FIELD-IS-VALID TO TRUE
           IF CUSTOMER-STATUS-CLOSED
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: CUSTOMER ACCOUNT IS CLOSED'
           END-IF.

      *    THE SAME EDITS THE BATCH MAINTENANCE EDIT APPLIES TO ITS
      *    FIELDS: EACH FIELD IS CHECKED IN TURN AND THE FIRST ONE
      *    THAT FAILS REJECTS THE ENTRY WITH ITS REASON.
       TAKE-ENROLLMENT-DETAILS.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER BANK ROUTING NUMBER (9 DIGITS):'
           ACCEPT NEW-ROUTING-NUMBER
           IF NEW-ROUTING-NUMBER IS NOT NUMERIC
              OR NEW-ROUTING-NUMBER = ZERO
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: ROUTING NUMBER NOT NUMERIC'
           ELSE
               PERFORM CHECK-ROUTING-DIGIT
           END-IF
           IF FIELD-IS-VALID
               DISPLAY 'ENTER BANK ACCOUNT NUMBER:'
               MOVE SPACES TO NEW-ACCOUNT-NUMBER
               ACCEPT NEW-ACCOUNT-NUMBER
               IF NEW-ACCOUNT-NUMBER = SPACES
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: ACCOUNT NUMBER IS BLANK'
               END-IF
           END-IF
           IF FIELD-IS-VALID
               DISPLAY 'ENTER ACCOUNT TYPE (C=CHECKING, S=SAVINGS):'
               MOVE SPACES TO NEW-ACCOUNT-TYPE
               ACCEPT NEW-ACCOUNT-TYPE
               IF NEW-ACCOUNT-TYPE NOT = 'C' AND NOT = 'S'
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: ACCOUNT TYPE MUST BE C OR S'
               END-IF
           END-IF
           IF FIELD-IS-VALID
               DISPLAY 'ENTER PULL OPTION (F=FULL BALANCE, '
                   'D=ITEMS DUE):'
               MOVE SPACES TO NEW-PULL-OPTION
               ACCEPT NEW-PULL-OPTION
               IF NEW-PULL-OPTION NOT = 'F' AND NOT = 'D'
                   SET FIELD-FAILED-EDIT TO TRUE
                   DISPLAY 'REJECTED: PULL OPTION MUST BE F OR D'
               END-IF
           END-IF.

       CHECK-ROUTING-DIGIT.
           COMPUTE ROUTING-WEIGHTED-SUM =
               3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
                       + ROUTING-DIGIT(7))
             + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
                       + ROUTING-DIGIT(8))
             +     (ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
                       + ROUTING-DIGIT(9))
           DIVIDE ROUTING-WEIGHTED-SUM BY 10
               GIVING ROUTING-SUM-QUOTIENT
               REMAINDER ROUTING-SUM-REMAINDER
           IF ROUTING-SUM-REMAINDER NOT = ZERO
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: ROUTING NUMBER CHECK DIGIT BAD'
           END-IF.

       WRITE-NEW-ENROLLMENT.
           MOVE CUSTOMER-ID TO AE-CUSTOMER-ID
           PERFORM MOVE-ENROLLMENT-DETAILS
           SET AE-ENROLL-ACTIVE TO TRUE
           MOVE ENTRY-RUN-DATE TO AE-ENROLL-DATE
           MOVE ZERO TO AE-RETURN-COUNT
           MOVE ZERO TO AE-LAST-RETURN-DATE
           MOVE SIGNED-ON-USER-ID TO AE-MAINTAINED-BY
           MOVE ENTRY-RUN-DATE TO AE-MAINTAINED-DATE
           WRITE AUTOPAY-ENROLLMENT-RECORD
           DISPLAY 'ENROLLMENT RECORDED'.

       REWRITE-ENROLLMENT.
           PERFORM MOVE-ENROLLMENT-DETAILS
           PERFORM STAMP-AND-REWRITE
           DISPLAY 'ENROLLMENT UPDATED'.

       MOVE-ENROLLMENT-DETAILS.
           MOVE NEW-ROUTING-NUMBER TO AE-ROUTING-NUMBER
           MOVE NEW-ACCOUNT-NUMBER TO AE-ACCOUNT-NUMBER
           MOVE NEW-ACCOUNT-TYPE TO AE-ACCOUNT-TYPE
           MOVE NEW-PULL-OPTION TO AE-PULL-OPTION.

       STAMP-AND-REWRITE.
           MOVE SIGNED-ON-USER-ID TO AE-MAINTAINED-BY
           MOVE ENTRY-RUN-DATE TO AE-MAINTAINED-DATE
           REWRITE AUTOPAY-ENROLLMENT-RECORD.

       TERMINATE-AUTOPAY-MAINT.
           CLOSE CUSTOMER-FILE
           CLOSE ENROLLMENT-FILE.
