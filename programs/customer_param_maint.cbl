           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAM-AUDIT-STATUS.

           SELECT OPERATOR-SECURITY-FILE
               ASSIGN TO 'operator-security.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SC-USER-ID
           FILE STATUS IS SECURITY-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'pending-approval.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-REQUEST-KEY
           FILE STATUS IS APPROVAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

      *    PA-OPERATOR-ID IS THE USER WHO KEYED THE CHANGE AND
      *    PA-APPROVED-BY THE USER WHO APPROVED IT; THE ENTRY IS
      *    WRITTEN WHEN THE CHANGE IS APPROVED AND APPLIED.
       FD PARAM-AUDIT-FILE.
       01 PARAM-AUDIT-RECORD.
           05 PA-RUN-DATE           PIC 9(8).
           05 PA-PARAM-NAME         PIC X(20).
           05 PA-EFFECTIVE-DATE     PIC 9(8).
           05 PA-PARAM-VALUE        PIC 9(7)V9(5).
           05 PA-APPROVED-BY        PIC X(08).

       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       FD PENDING-APPROVAL-FILE.
           COPY CUSTAPPR.

       WORKING-STORAGE SECTION.
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 PARAM-AUDIT-STATUS       PIC X(02).
       01 SECURITY-FILE-STATUS     PIC X(02).
       01 APPROVAL-FILE-STATUS     PIC X(02).

       01 MAINT-TIME-OF-DAY.
           05 MT-HHMMSS             PIC 9(6).
               88 FIELD-FAILED-EDIT   VALUE 'N'.
           05 TABLE-CHANGED-SWITCH    PIC X(01) VALUE 'N'.
               88 TABLE-CHANGED       VALUE 'Y'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.
           05 REQUEST-FILED-SWITCH    PIC X(01) VALUE 'N'.
               88 REQUEST-FILED       VALUE 'Y'.
               88 REQUEST-NOT-FILED   VALUE 'N'.
           05 APPROVAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 NO-MORE-REQUESTS    VALUE 'Y'.
           05 REVIEW-STOP-SWITCH      PIC X(01) VALUE 'N'.
               88 REVIEW-STOPPED      VALUE 'Y'.
           05 DECISION-SWITCH         PIC X(01) VALUE 'N'.
               88 DECISION-ANSWERED   VALUE 'Y'.

       01 OPERATOR-INPUT.
           05 OPERATOR-COMMAND       PIC X(01).
           05 NEW-PARAM-NAME         PIC X(20).
           05 NEW-EFFECTIVE-DATE     PIC 9(8).
           05 NEW-PARAM-VALUE        PIC 9(7)V9(5).
           05 DELETE-LINE-NUMBER     PIC 9(03).
           05 DECISION-REPLY         PIC X(01).

       01 MAINT-RUN-DATE           PIC 9(8).

      *    THE OPERATOR SIGNED ON FOR THIS SESSION. A CLERK MAY KEY
      *    PARAMETER CHANGES; ONLY A SUPERVISOR OR MANAGER MAY
      *    APPROVE THEM.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 2.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.
               88 SIGNED-ON-APPROVER VALUE 3 THRU 4.

       01 APPROVAL-CONTROLS.
           05 REQUEST-STAMP.
               10 REQUEST-DATE       PIC 9(8).
               10 REQUEST-TIME       PIC 9(8).
           05 DECISION-TIME-OF-DAY.
               10 DECISION-HHMMSS    PIC 9(6).
               10 DECISION-HUNDREDTHS PIC 9(2).
           05 MATCHED-PARAM-IDX      PIC 9(03) COMP VALUE ZERO.
           05 REQUESTS-REVIEWED      PIC 9(05) VALUE ZERO.
           05 REQUESTS-APPROVED      PIC 9(05) VALUE ZERO.
           05 REQUESTS-REJECTED      PIC 9(05) VALUE ZERO.

      *    THE WHOLE PARAMETER FILE, SMALL BY NATURE, HELD IN
      *    STORAGE WHILE THE OPERATOR WORKS IT AND REWRITTEN AS ONE
      *    GENERATION ON EXIT.
       INITIALIZE-MAINT.
           ACCEPT MAINT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT MAINT-TIME-OF-DAY FROM TIME
           PERFORM SIGN-ON-OPERATOR
           PERFORM OPEN-PARAM-AUDIT-FILE
           PERFORM OPEN-APPROVAL-FILE
           PERFORM LOAD-PARAM-TABLE.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-PARAM-MAINT: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-PARAM-MAINT: SIGN-ON FAILED - '
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
                   MOVE MAINT-RUN-DATE TO SC-LAST-SIGNON-DATE
                   REWRITE OPERATOR-SECURITY-RECORD
                   MOVE SC-USER-ID TO SIGNED-ON-USER-ID
                   MOVE SC-AUTHORITY-LEVEL TO SIGNED-ON-LEVEL
                   SET SIGN-ON-ACCEPTED TO TRUE
                   DISPLAY 'SIGNED ON: ' SC-USER-NAME
           END-EVALUATE.

       OPEN-APPROVAL-FILE.
           OPEN I-O PENDING-APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF
           IF APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-PARAM-MAINT: UNABLE TO OPEN '
                   'PENDING-APPROVAL-FILE, STATUS='
                   APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PARAM-AUDIT-FILE.
           OPEN EXTEND PARAM-AUDIT-FILE
           PERFORM READ-BUSINESS-PARAM.

       PROCESS-OPERATOR-COMMAND.
           IF SIGNED-ON-APPROVER
               DISPLAY 'ENTER L=LIST, A=ADD, D=DELETE, '
                   'V=APPROVALS, X=EXIT:'
           ELSE
               DISPLAY 'ENTER L=LIST, A=ADD, D=DELETE, X=EXIT:'
           END-IF
           MOVE SPACE TO OPERATOR-COMMAND
           ACCEPT OPERATOR-COMMAND
           EVALUATE TRUE
               WHEN OPERATOR-COMMAND = 'X' OR 'x'
                   SET OPERATOR-DONE TO TRUE
               WHEN OPERATOR-COMMAND = 'V' OR 'v'
                   PERFORM REVIEW-PENDING-REQUESTS
               WHEN OPERATOR-COMMAND = 'L' OR 'l'
                   PERFORM LIST-PARAMETERS
               WHEN OPERATOR-COMMAND = 'A' OR 'a'
      *    A RATE CHANGE IS A NEW EFFECTIVE-DATED ROW, NEVER AN
      *    OVERWRITE, SO THE FILE KEEPS THE HISTORY OF WHAT WAS
      *    EFFECTIVE WHEN AND THE CONSUMING PROGRAMS PICK THE ROW
      *    IN EFFECT FOR THEIR RUN DATE. THE ROW IS FILED FOR
      *    APPROVAL AND ONLY JOINS THE TABLE WHEN A HIGHER-LEVEL USER
      *    APPROVES IT.
       ADD-PARAMETER.
           SET FIELD-IS-VALID TO TRUE
           DISPLAY 'ENTER PARAMETER NAME:'
               DISPLAY 'REJECTED: PARAMETER TABLE FULL'
           END-IF
           IF FIELD-IS-VALID
               PERFORM CLEAR-PENDING-REQUEST
               SET AP-PARAM-ADD TO TRUE
               MOVE NEW-PARAM-NAME TO AP-PARAM-NAME
               MOVE NEW-EFFECTIVE-DATE TO AP-EFFECTIVE-DATE
               MOVE NEW-PARAM-VALUE TO AP-PARAM-VALUE
               PERFORM WRITE-PENDING-REQUEST
           END-IF.

      *    THE DELETE IS FILED FOR APPROVAL BY NAME, EFFECTIVE DATE
      *    AND VALUE RATHER THAN BY LINE NUMBER, SINCE THE LINES
      *    RENUMBER AS OTHER CHANGES ARE APPROVED.
       DELETE-PARAMETER.
           DISPLAY 'ENTER LINE NUMBER TO DELETE:'
           MOVE ZERO TO DELETE-LINE-NUMBER
              OR DELETE-LINE-NUMBER > PARAM-COUNT
               DISPLAY 'REJECTED: LINE NUMBER OUT OF RANGE'
           ELSE
               PERFORM CLEAR-PENDING-REQUEST
               SET AP-PARAM-DELETE TO TRUE
               MOVE PT-PARAM-NAME(DELETE-LINE-NUMBER)
                   TO AP-PARAM-NAME
               MOVE PT-EFFECTIVE-DATE(DELETE-LINE-NUMBER)
                   TO AP-EFFECTIVE-DATE
               MOVE PT-PARAM-VALUE(DELETE-LINE-NUMBER)
                   TO AP-PARAM-VALUE
               PERFORM WRITE-PENDING-REQUEST
           END-IF.

       CLEAR-PENDING-REQUEST.
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           SET AP-STATUS-PENDING TO TRUE
           MOVE SIGNED-ON-USER-ID TO AP-REQUESTED-BY
           MOVE SIGNED-ON-LEVEL TO AP-REQUESTER-LEVEL
           MOVE ZERO TO AP-CUSTOMER-ID
           MOVE ZERO TO AP-OLD-CREDIT-LIMIT
           MOVE ZERO TO AP-NEW-CREDIT-LIMIT
           MOVE ZERO TO AP-DECIDED-DATE
           MOVE ZERO TO AP-DECIDED-TIME
           MOVE 'N' TO AP-REPORTED-FLAG.

      *    THE REQUEST IS KEYED BY THE DATE AND TIME IT WAS KEYED. TWO
      *    REQUESTS IN THE SAME HUNDREDTH OF A SECOND ARE PULLED APART
      *    BY BUMPING THE SECOND ONE'S TIME UNTIL THE KEY IS FREE.
       WRITE-PENDING-REQUEST.
           ACCEPT REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT REQUEST-TIME FROM TIME
           MOVE REQUEST-DATE TO AP-REQUEST-DATE
           MOVE REQUEST-TIME TO AP-REQUEST-TIME
           SET REQUEST-NOT-FILED TO TRUE
           PERFORM FILE-PENDING-REQUEST
               UNTIL REQUEST-FILED.

       FILE-PENDING-REQUEST.
           WRITE PENDING-APPROVAL-RECORD
           EVALUATE APPROVAL-FILE-STATUS
               WHEN '00'
                   SET REQUEST-FILED TO TRUE
                   DISPLAY 'CHANGE NEEDS APPROVAL - FILED AS REQUEST '
                       AP-REQUEST-DATE '-' AP-REQUEST-TIME
               WHEN '22'
                   ADD 1 TO AP-REQUEST-TIME
               WHEN OTHER
                   SET REQUEST-FILED TO TRUE
                   DISPLAY 'CUSTOMER-PARAM-MAINT: APPROVAL REQUEST '
                       'NOT FILED, STATUS=' APPROVAL-FILE-STATUS
           END-EVALUATE.

      *    WALKS THE PENDING-APPROVAL FILE FROM THE OLDEST REQUEST AND
      *    OFFERS EACH PENDING PARAMETER CHANGE THIS OPERATOR MAY
      *    DECIDE: SOMEONE ELSE'S, FILED AT A LOWER LEVEL - OR BY
      *    ANOTHER MANAGER WHEN THIS OPERATOR IS ONE TOO.
       REVIEW-PENDING-REQUESTS.
           IF NOT SIGNED-ON-APPROVER
               DISPLAY 'REJECTED: APPROVALS NEED SUPERVISOR '
                   'AUTHORITY'
           ELSE
               MOVE ZERO TO REQUESTS-REVIEWED
               MOVE ZERO TO REQUESTS-APPROVED
               MOVE ZERO TO REQUESTS-REJECTED
               MOVE 'N' TO APPROVAL-EOF-SWITCH
               MOVE 'N' TO REVIEW-STOP-SWITCH
               MOVE ZERO TO AP-REQUEST-DATE
               MOVE ZERO TO AP-REQUEST-TIME
               START PENDING-APPROVAL-FILE
                   KEY IS >= AP-REQUEST-KEY
                   INVALID KEY
                       SET NO-MORE-REQUESTS TO TRUE
               END-START
               IF NOT NO-MORE-REQUESTS
                   PERFORM READ-NEXT-REQUEST
               END-IF
               PERFORM REVIEW-ONE-REQUEST
                   UNTIL NO-MORE-REQUESTS
                      OR REVIEW-STOPPED
               DISPLAY 'REQUESTS REVIEWED: ' REQUESTS-REVIEWED
                   '  APPROVED: ' REQUESTS-APPROVED
                   '  REJECTED: ' REQUESTS-REJECTED
           END-IF.

       READ-NEXT-REQUEST.
           READ PENDING-APPROVAL-FILE NEXT RECORD
               AT END
                   SET NO-MORE-REQUESTS TO TRUE
           END-READ.

       REVIEW-ONE-REQUEST.
           IF AP-STATUS-PENDING
              AND AP-PARAM-REQUEST
              AND AP-REQUESTED-BY NOT = SIGNED-ON-USER-ID
              AND (AP-REQUESTER-LEVEL < SIGNED-ON-LEVEL
                   OR SIGNED-ON-LEVEL = 4)
               PERFORM PRESENT-PENDING-REQUEST
           END-IF
           IF NOT REVIEW-STOPPED
               PERFORM READ-NEXT-REQUEST
           END-IF.

       PRESENT-PENDING-REQUEST.
           ADD 1 TO REQUESTS-REVIEWED
           MOVE AP-PARAM-VALUE TO DF-PARAM-VALUE
           DISPLAY 'REQUEST ' AP-REQUEST-DATE '-' AP-REQUEST-TIME
               ' BY ' AP-REQUESTED-BY
           IF AP-PARAM-ADD
               DISPLAY '  ADD    ' AP-PARAM-NAME ' '
                   AP-EFFECTIVE-DATE '  ' DF-PARAM-VALUE
           ELSE
               DISPLAY '  DELETE ' AP-PARAM-NAME ' '
                   AP-EFFECTIVE-DATE '  ' DF-PARAM-VALUE
           END-IF
           MOVE 'N' TO DECISION-SWITCH
           PERFORM PROMPT-REQUEST-DECISION
               UNTIL DECISION-ANSWERED.

       PROMPT-REQUEST-DECISION.
           DISPLAY 'A=APPROVE, R=REJECT, S=SKIP, X=STOP REVIEW:'
           MOVE SPACE TO DECISION-REPLY
           ACCEPT DECISION-REPLY
           EVALUATE TRUE
               WHEN DECISION-REPLY = 'A' OR 'a'
                   SET DECISION-ANSWERED TO TRUE
                   PERFORM APPLY-APPROVED-REQUEST
                   PERFORM RECORD-REQUEST-DECISION
               WHEN DECISION-REPLY = 'R' OR 'r'
                   SET DECISION-ANSWERED TO TRUE
                   DISPLAY 'ENTER REASON FOR REJECTION:'
                   MOVE SPACES TO AP-DECISION-NOTE
                   ACCEPT AP-DECISION-NOTE
                   SET AP-STATUS-REJECTED TO TRUE
                   PERFORM RECORD-REQUEST-DECISION
               WHEN DECISION-REPLY = 'S' OR 's'
                   SET DECISION-ANSWERED TO TRUE
               WHEN DECISION-REPLY = 'X' OR 'x'
                   SET DECISION-ANSWERED TO TRUE
                   SET REVIEW-STOPPED TO TRUE
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED ENTRY: ' DECISION-REPLY
           END-EVALUATE.

      *    AN APPROVED CHANGE IS APPLIED TO THE TABLE AND THE
      *    PARAMETER FILE REWRITTEN AT ONCE, SO NOTHING APPROVED IS
      *    LOST IF THE SESSION ENDS ABNORMALLY. A DELETE WHOSE ROW
      *    IS NO LONGER ON FILE IS REJECTED RATHER THAN APPLIED.
       APPLY-APPROVED-REQUEST.
           SET AP-STATUS-APPROVED TO TRUE
           MOVE SPACES TO AP-DECISION-NOTE
           IF AP-PARAM-ADD
               IF PARAM-COUNT >= 100
                   SET AP-STATUS-REJECTED TO TRUE
                   MOVE 'PARAMETER TABLE FULL' TO AP-DECISION-NOTE
               ELSE
                   ADD 1 TO PARAM-COUNT
                   MOVE AP-PARAM-NAME TO PT-PARAM-NAME(PARAM-COUNT)
                   MOVE AP-EFFECTIVE-DATE
                       TO PT-EFFECTIVE-DATE(PARAM-COUNT)
                   MOVE AP-PARAM-VALUE
                       TO PT-PARAM-VALUE(PARAM-COUNT)
                   SET PA-ACTION-ADD TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO MATCHED-PARAM-IDX
               PERFORM MATCH-ONE-PARAM
                   VARYING PARAM-IDX FROM 1 BY 1
                   UNTIL PARAM-IDX > PARAM-COUNT
                      OR MATCHED-PARAM-IDX > ZERO
               IF MATCHED-PARAM-IDX = ZERO
                   SET AP-STATUS-REJECTED TO TRUE
                   MOVE 'PARAMETER NO LONGER ON FILE'
                       TO AP-DECISION-NOTE
               ELSE
                   MOVE MATCHED-PARAM-IDX TO DELETE-LINE-NUMBER
                   PERFORM SQUEEZE-PARAM-TABLE
                   SET PA-ACTION-DELETE TO TRUE
               END-IF
           END-IF
           IF AP-STATUS-APPROVED
               SET TABLE-CHANGED TO TRUE
               PERFORM REWRITE-PARAM-FILE
               MOVE AP-PARAM-NAME TO PA-PARAM-NAME
               MOVE AP-EFFECTIVE-DATE TO PA-EFFECTIVE-DATE
               MOVE AP-PARAM-VALUE TO PA-PARAM-VALUE
               PERFORM WRITE-PARAM-AUDIT
               IF AP-PARAM-ADD
                   DISPLAY 'PARAMETER ADDED'
               ELSE
                   DISPLAY 'PARAMETER DELETED'
               END-IF
           ELSE
               DISPLAY 'NOT APPLIED: ' AP-DECISION-NOTE
           END-IF.

       MATCH-ONE-PARAM.
           IF PT-PARAM-NAME(PARAM-IDX) = AP-PARAM-NAME
              AND PT-EFFECTIVE-DATE(PARAM-IDX) = AP-EFFECTIVE-DATE
              AND PT-PARAM-VALUE(PARAM-IDX) = AP-PARAM-VALUE
               MOVE PARAM-IDX TO MATCHED-PARAM-IDX
           END-IF.

       RECORD-REQUEST-DECISION.
           ACCEPT DECISION-TIME-OF-DAY FROM TIME
           MOVE SIGNED-ON-USER-ID TO AP-DECIDED-BY
           ACCEPT AP-DECIDED-DATE FROM DATE YYYYMMDD
           MOVE DECISION-HHMMSS TO AP-DECIDED-TIME
           MOVE 'N' TO AP-REPORTED-FLAG
           REWRITE PENDING-APPROVAL-RECORD
           IF APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-PARAM-MAINT: REQUEST REWRITE '
                   'FAILED, STATUS=' APPROVAL-FILE-STATUS
           END-IF
           IF AP-STATUS-APPROVED
               ADD 1 TO REQUESTS-APPROVED
           ELSE
               ADD 1 TO REQUESTS-REJECTED
           END-IF.

       SQUEEZE-PARAM-TABLE.
       WRITE-PARAM-AUDIT.
           MOVE MAINT-RUN-DATE TO PA-RUN-DATE
           MOVE MT-HHMMSS TO PA-RUN-TIME
           MOVE AP-REQUESTED-BY TO PA-OPERATOR-ID
           MOVE SIGNED-ON-USER-ID TO PA-APPROVED-BY
           WRITE PARAM-AUDIT-RECORD.

       REWRITE-PARAM-FILE.
                       VARYING PARAM-IDX FROM 1 BY 1
                       UNTIL PARAM-IDX > PARAM-COUNT
                   CLOSE BUSINESS-PARAM-FILE
                   MOVE 'N' TO TABLE-CHANGED-SWITCH
               END-IF
           END-IF.


       TERMINATE-MAINT.
           CLOSE PARAM-AUDIT-FILE
           CLOSE PENDING-APPROVAL-FILE
           DISPLAY 'CUSTOMER-PARAM-MAINT: ' PARAM-COUNT
               ' PARAMETERS ON FILE'.
