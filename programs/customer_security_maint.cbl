       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-SECURITY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'operator-security.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SC-USER-ID
           FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       WORKING-STORAGE SECTION.
       01 SECURITY-FILE-STATUS     PIC X(02).

       01 PROGRAM-SWITCHES.
           05 OPERATOR-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88 OPERATOR-DONE       VALUE 'Y'.
           05 USER-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
               88 USER-ON-FILE        VALUE 'Y'.
               88 USER-NOT-ON-FILE    VALUE 'N'.
           05 FIELD-EDIT-SWITCH       PIC X(01) VALUE 'Y'.
               88 FIELD-IS-VALID      VALUE 'Y'.
               88 FIELD-FAILED-EDIT   VALUE 'N'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.
           05 NEW-FILE-SWITCH         PIC X(01) VALUE 'N'.
               88 SECURITY-FILE-NEW   VALUE 'Y'.

       01 OPERATOR-INPUT.
           05 OPERATOR-COMMAND       PIC X(08).
           05 OPERATOR-ACTION        PIC X(04).
           05 NEW-USER-NAME          PIC X(30).
           05 NEW-AUTHORITY-LEVEL    PIC X(01).
           05 NEW-PASSWORD           PIC X(08).
           05 CONFIRM-PASSWORD       PIC X(08).

       01 ENTRY-RUN-DATE           PIC 9(8).

      *    THE MANAGER SIGNED ON FOR THIS SESSION. ONLY A MANAGER MAY
      *    ENROLL, CHANGE OR REVOKE OPERATORS.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 4.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.

       01 DISPLAY-FIELDS.
           05 DF-LEVEL-TEXT          PIC X(10).
           05 DF-USER-STATUS-TEXT    PIC X(08).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-SECURITY-MAINT
           PERFORM PROCESS-OPERATOR-COMMAND
               UNTIL OPERATOR-DONE
           PERFORM TERMINATE-SECURITY-MAINT
           STOP RUN.

      *    THE FIRST RUN FINDS NO SECURITY FILE, SO THERE IS NOBODY
      *    TO SIGN ON AS: THE FILE IS CREATED AND THE FIRST MANAGER
      *    ENROLLED FROM THE CONSOLE, AND THAT MANAGER IS THEN SIGNED
      *    ON FOR THE REST OF THE SESSION. EVERY LATER RUN SIGNS ON.
       INITIALIZE-SECURITY-MAINT.
           ACCEPT ENTRY-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-SECURITY-FILE
           IF SECURITY-FILE-NEW
               PERFORM ENROLL-FIRST-MANAGER
           ELSE
               PERFORM SIGN-ON-OPERATOR
           END-IF.

       OPEN-SECURITY-FILE.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS = '35'
               SET SECURITY-FILE-NEW TO TRUE
               OPEN OUTPUT OPERATOR-SECURITY-FILE
               CLOSE OPERATOR-SECURITY-FILE
               OPEN I-O OPERATOR-SECURITY-FILE
           END-IF
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SECURITY-MAINT: UNABLE TO OPEN '
                   'OPERATOR-SECURITY-FILE, STATUS='
                   SECURITY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ENROLL-FIRST-MANAGER.
           DISPLAY 'SECURITY FILE IS NEW - ENROLL THE FIRST MANAGER'
           DISPLAY 'ENTER USER ID:'
           MOVE SPACES TO OPERATOR-COMMAND
           ACCEPT OPERATOR-COMMAND
           IF OPERATOR-COMMAND = SPACES
               DISPLAY 'CUSTOMER-SECURITY-MAINT: USER ID IS '
                   'REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OPERATOR-COMMAND TO SC-USER-ID
           MOVE OPERATOR-COMMAND TO SIGNED-ON-USER-ID
           PERFORM TAKE-USER-NAME
           IF FIELD-IS-VALID
               PERFORM TAKE-NEW-PASSWORD
           END-IF
           IF FIELD-FAILED-EDIT
               DISPLAY 'CUSTOMER-SECURITY-MAINT: FIRST MANAGER NOT '
                   'ENROLLED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '4' TO NEW-AUTHORITY-LEVEL
           PERFORM WRITE-NEW-USER
           MOVE 4 TO SIGNED-ON-LEVEL
           SET SIGN-ON-ACCEPTED TO TRUE.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           MOVE ZERO TO SIGN-ON-ATTEMPTS
           PERFORM PROMPT-SIGN-ON
               UNTIL SIGN-ON-ACCEPTED
                  OR SIGN-ON-ATTEMPTS >= 3
           IF NOT SIGN-ON-ACCEPTED
               DISPLAY 'CUSTOMER-SECURITY-MAINT: SIGN-ON FAILED - '
                   'SESSION ENDED'
               CLOSE OPERATOR-SECURITY-FILE
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

       PROCESS-OPERATOR-COMMAND.
           DISPLAY 'ENTER USER ID TO MAINTAIN OR X=EXIT:'
           MOVE SPACES TO OPERATOR-COMMAND
           ACCEPT OPERATOR-COMMAND
           EVALUATE TRUE
               WHEN OPERATOR-COMMAND = 'X' OR 'x'
                   SET OPERATOR-DONE TO TRUE
               WHEN OPERATOR-COMMAND = SPACES
                   DISPLAY 'UNRECOGNIZED ENTRY: ' OPERATOR-COMMAND
               WHEN OTHER
                   PERFORM WORK-ONE-USER
           END-EVALUATE.

       WORK-ONE-USER.
           MOVE OPERATOR-COMMAND TO SC-USER-ID
           READ OPERATOR-SECURITY-FILE
               INVALID KEY
                   SET USER-NOT-ON-FILE TO TRUE
                   DISPLAY 'USER ' OPERATOR-COMMAND ' NOT ON FILE'
               NOT INVALID KEY
                   SET USER-ON-FILE TO TRUE
                   PERFORM DISPLAY-USER
           END-READ
           PERFORM MAINTAIN-USER.

       DISPLAY-USER.
           EVALUATE TRUE
               WHEN SC-LEVEL-INQUIRY
                   MOVE 'INQUIRY' TO DF-LEVEL-TEXT
               WHEN SC-LEVEL-CLERK
                   MOVE 'CLERK' TO DF-LEVEL-TEXT
               WHEN SC-LEVEL-SUPERVISOR
                   MOVE 'SUPERVISOR' TO DF-LEVEL-TEXT
               WHEN SC-LEVEL-MANAGER
                   MOVE 'MANAGER' TO DF-LEVEL-TEXT
               WHEN OTHER
                   MOVE '?' TO DF-LEVEL-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN SC-USER-ACTIVE
                   MOVE 'ACTIVE' TO DF-USER-STATUS-TEXT
               WHEN SC-USER-LOCKED
                   MOVE 'LOCKED' TO DF-USER-STATUS-TEXT
               WHEN SC-USER-REVOKED
                   MOVE 'REVOKED' TO DF-USER-STATUS-TEXT
               WHEN OTHER
                   MOVE '?' TO DF-USER-STATUS-TEXT
           END-EVALUATE
           DISPLAY 'USER ID:           ' SC-USER-ID
           DISPLAY 'NAME:              ' SC-USER-NAME
           DISPLAY 'AUTHORITY:         ' SC-AUTHORITY-LEVEL ' '
               DF-LEVEL-TEXT
           DISPLAY 'STATUS:            ' DF-USER-STATUS-TEXT
               ' FAILED SIGN-ONS ' SC-FAILED-SIGNONS
           DISPLAY 'LAST SIGN-ON:      ' SC-LAST-SIGNON-DATE
           DISPLAY 'LAST MAINTAINED:   ' SC-MAINTAINED-DATE
               ' BY ' SC-MAINTAINED-BY.

      *    REVOKE LEAVES THE RECORD ON FILE SO THE USER ID IS NEVER
      *    HANDED OUT AGAIN AND STILL NAMES THE PERSON ON OLD AUDIT
      *    ENTRIES. RESET CLEARS A LOCK OR A REVOKE WITH A NEW
      *    PASSWORD. A MANAGER MAY CHANGE THEIR OWN PASSWORD BUT NOT
      *    THEIR OWN LEVEL OR STATUS, SO NOBODY CAN LOCK THE LAST
      *    MANAGER OUT OF THIS FILE.
       MAINTAIN-USER.
           DISPLAY 'ACTION (ADD, CHG, PWD, REV, RST, OR ENTER=NONE):'
           MOVE SPACES TO OPERATOR-ACTION
           ACCEPT OPERATOR-ACTION
           EVALUATE OPERATOR-ACTION
               WHEN 'ADD'
                   IF USER-ON-FILE
                       DISPLAY 'REJECTED: USER ID ALREADY ON FILE'
                   ELSE
                       MOVE OPERATOR-COMMAND TO SC-USER-ID
                       PERFORM TAKE-USER-NAME
                       IF FIELD-IS-VALID
                           PERFORM TAKE-AUTHORITY-LEVEL
                       END-IF
                       IF FIELD-IS-VALID
                           PERFORM TAKE-NEW-PASSWORD
                       END-IF
                       IF FIELD-IS-VALID
                           PERFORM WRITE-NEW-USER
                       END-IF
                   END-IF
               WHEN 'CHG'
                   PERFORM CHECK-NOT-OWN-RECORD
                   IF FIELD-IS-VALID
                       PERFORM TAKE-USER-NAME
                   END-IF
                   IF FIELD-IS-VALID
                       PERFORM TAKE-AUTHORITY-LEVEL
                   END-IF
                   IF FIELD-IS-VALID
                       MOVE NEW-USER-NAME TO SC-USER-NAME
                       MOVE NEW-AUTHORITY-LEVEL TO SC-AUTHORITY-LEVEL
                       PERFORM STAMP-AND-REWRITE
                       DISPLAY 'USER UPDATED'
                   END-IF
               WHEN 'PWD'
                   IF USER-NOT-ON-FILE
                       DISPLAY 'REJECTED: NO USER TO CHANGE'
                   ELSE
                       PERFORM TAKE-NEW-PASSWORD
                       IF FIELD-IS-VALID
                           MOVE NEW-PASSWORD TO SC-PASSWORD
                           PERFORM STAMP-AND-REWRITE
                           DISPLAY 'PASSWORD CHANGED'
                       END-IF
                   END-IF
               WHEN 'REV'
                   PERFORM CHECK-NOT-OWN-RECORD
                   IF FIELD-IS-VALID AND SC-USER-REVOKED
                       SET FIELD-FAILED-EDIT TO TRUE
                       DISPLAY 'REJECTED: USER ALREADY REVOKED'
                   END-IF
                   IF FIELD-IS-VALID
                       SET SC-USER-REVOKED TO TRUE
                       PERFORM STAMP-AND-REWRITE
                       DISPLAY 'USER REVOKED'
                   END-IF
               WHEN 'RST'
                   PERFORM CHECK-NOT-OWN-RECORD
                   IF FIELD-IS-VALID AND SC-USER-ACTIVE
                       SET FIELD-FAILED-EDIT TO TRUE
                       DISPLAY 'REJECTED: USER IS NOT LOCKED OR '
                           'REVOKED'
                   END-IF
                   IF FIELD-IS-VALID
                       PERFORM TAKE-NEW-PASSWORD
                   END-IF
                   IF FIELD-IS-VALID
                       MOVE NEW-PASSWORD TO SC-PASSWORD
                       SET SC-USER-ACTIVE TO TRUE
                       MOVE ZERO TO SC-FAILED-SIGNONS
                       PERFORM STAMP-AND-REWRITE
                       DISPLAY 'USER REINSTATED'
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ACTION: ' OPERATOR-ACTION
           END-EVALUATE.

       CHECK-NOT-OWN-RECORD.
           SET FIELD-IS-VALID TO TRUE
           IF USER-NOT-ON-FILE
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: NO USER TO CHANGE'
           END-IF
           IF FIELD-IS-VALID AND SC-USER-ID = SIGNED-ON-USER-ID
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: CANNOT CHANGE OWN LEVEL OR STATUS'
           END-IF.

       TAKE-USER-NAME.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER USER NAME:'
           MOVE SPACES TO NEW-USER-NAME
           ACCEPT NEW-USER-NAME
           IF NEW-USER-NAME = SPACES
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: USER NAME IS BLANK'
           END-IF.

       TAKE-AUTHORITY-LEVEL.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER AUTHORITY LEVEL (1=INQUIRY, 2=CLERK, '
               '3=SUPERVISOR, 4=MANAGER):'
           MOVE SPACES TO NEW-AUTHORITY-LEVEL
           ACCEPT NEW-AUTHORITY-LEVEL
           IF NEW-AUTHORITY-LEVEL < '1'
              OR NEW-AUTHORITY-LEVEL > '4'
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: AUTHORITY LEVEL MUST BE 1 TO 4'
           END-IF.

      *    THE PASSWORD IS KEYED TWICE AND MUST MATCH, SO A TYPING
      *    SLIP DOES NOT LEAVE THE USER UNABLE TO SIGN ON.
       TAKE-NEW-PASSWORD.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER NEW PASSWORD:'
           MOVE SPACES TO NEW-PASSWORD
           ACCEPT NEW-PASSWORD
           DISPLAY 'ENTER NEW PASSWORD AGAIN:'
           MOVE SPACES TO CONFIRM-PASSWORD
           ACCEPT CONFIRM-PASSWORD
           IF NEW-PASSWORD = SPACES
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: PASSWORD IS BLANK'
           END-IF
           IF FIELD-IS-VALID AND NEW-PASSWORD NOT = CONFIRM-PASSWORD
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: PASSWORDS DO NOT MATCH'
           END-IF.

       WRITE-NEW-USER.
           MOVE NEW-USER-NAME TO SC-USER-NAME
           MOVE NEW-AUTHORITY-LEVEL TO SC-AUTHORITY-LEVEL
           MOVE NEW-PASSWORD TO SC-PASSWORD
           SET SC-USER-ACTIVE TO TRUE
           MOVE ZERO TO SC-FAILED-SIGNONS
           MOVE ZERO TO SC-LAST-SIGNON-DATE
           MOVE SIGNED-ON-USER-ID TO SC-MAINTAINED-BY
           MOVE ENTRY-RUN-DATE TO SC-MAINTAINED-DATE
           WRITE OPERATOR-SECURITY-RECORD
           IF SECURITY-FILE-STATUS = '00'
               DISPLAY 'USER ' SC-USER-ID ' ENROLLED'
           ELSE
               DISPLAY 'CUSTOMER-SECURITY-MAINT: WRITE FAILED, '
                   'STATUS=' SECURITY-FILE-STATUS
           END-IF.

       STAMP-AND-REWRITE.
           MOVE SIGNED-ON-USER-ID TO SC-MAINTAINED-BY
           MOVE ENTRY-RUN-DATE TO SC-MAINTAINED-DATE
           REWRITE OPERATOR-SECURITY-RECORD
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SECURITY-MAINT: REWRITE FAILED, '
                   'STATUS=' SECURITY-FILE-STATUS
           END-IF.

       TERMINATE-SECURITY-MAINT.
           CLOSE OPERATOR-SECURITY-FILE.
