           RECORD KEY IS PP-CUSTOMER-ID
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'operator-security.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SC-USER-ID
           FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD PROMISE-FILE.
           COPY CUSTPROM.

       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 PROMISE-FILE-STATUS      PIC X(02).
       01 SECURITY-FILE-STATUS     PIC X(02).

       01 PROGRAM-SWITCHES.
           05 OPERATOR-DONE-SWITCH    PIC X(01) VALUE 'N'.
           05 FIELD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
               88 FIELD-IS-VALID      VALUE 'Y'.
               88 FIELD-FAILED-EDIT   VALUE 'N'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.

       01 OPERATOR-INPUT.
           05 COLLECTOR-ID           PIC X(08).

       01 ENTRY-RUN-DATE           PIC 9(8).

      *    THE COLLECTOR SIGNED ON FOR THIS SESSION. THE USER ID IS
      *    THE COLLECTOR ID STAMPED ON EVERY PROMISE TAKEN HERE.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 2.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.

       01 DISPLAY-FIELDS.
           05 DF-BALANCE             PIC Z,ZZZ,ZZ9.99.
           05 DF-PROMISE-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           END-IF
           PERFORM OPEN-PROMISE-FILE
           ACCEPT ENTRY-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SIGN-ON-OPERATOR
           MOVE SIGNED-ON-USER-ID TO COLLECTOR-ID.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-PROMISE-ENTRY: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-PROMISE-ENTRY: SIGN-ON FAILED - '
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

       OPEN-PROMISE-FILE.
           OPEN I-O PROMISE-FILE
           IF PROMISE-FILE-STATUS = '35'
