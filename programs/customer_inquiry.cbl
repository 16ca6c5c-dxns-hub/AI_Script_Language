           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

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

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD OPERATOR-SECURITY-FILE.
           COPY CUSTSEC.

       FD PENDING-APPROVAL-FILE.
           COPY CUSTAPPR.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 SECURITY-FILE-STATUS     PIC X(02).
       01 APPROVAL-FILE-STATUS     PIC X(02).
       01 HIERARCHY-FILE-STATUS    PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).

       01 PROGRAM-SWITCHES.
           05 OPERATOR-DONE-SWITCH    PIC X(01) VALUE 'N'.
               88 NO-MORE-NAME-MATCHES VALUE 'Y'.
           05 PAGE-REPLY-SWITCH       PIC X(01) VALUE 'N'.
               88 PAGE-ANSWERED       VALUE 'Y'.
           05 SIGN-ON-SWITCH          PIC X(01) VALUE 'N'.
               88 SIGN-ON-ACCEPTED    VALUE 'Y'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.
           05 REQUEST-FILED-SWITCH    PIC X(01) VALUE 'N'.
               88 REQUEST-FILED       VALUE 'Y'.
               88 REQUEST-NOT-FILED   VALUE 'N'.
           05 APPROVAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88 NO-MORE-REQUESTS    VALUE 'Y'.
           05 REVIEW-STOP-SWITCH      PIC X(01) VALUE 'N'.
               88 REVIEW-STOPPED      VALUE 'Y'.
           05 DECISION-SWITCH         PIC X(01) VALUE 'N'.
               88 DECISION-ANSWERED   VALUE 'Y'.
           05 HIERARCHY-FILE-SWITCH   PIC X(01) VALUE 'N'.
               88 HIERARCHY-FILE-PRESENT VALUE 'Y'.
               88 HIERARCHY-FILE-ABSENT VALUE 'N'.
           05 FAMILY-HEAD-SWITCH      PIC X(01) VALUE 'N'.
               88 FAMILY-HEAD-FOUND   VALUE 'Y'.
               88 FAMILY-HEAD-NOT-FOUND VALUE 'N'.

       01 OPERATOR-INPUT.
           05 OPERATOR-COMMAND       PIC X(05).
           05 NEW-LIMIT-VALUE        PIC 9(7)V99.
           05 NAME-SEARCH-VALUE      PIC X(30).
           05 BROWSE-REPLY           PIC X(01).
           05 DECISION-REPLY         PIC X(01).

      *    THE OPERATOR SIGNED ON FOR THIS SESSION. THE USER ID GOES
      *    ON EVERY AUDIT ENTRY AND PENDING REQUEST WRITTEN HERE;
      *    THE LEVEL DECIDES WHETHER MAINTENANCE AND APPROVALS ARE
      *    OFFERED.
       01 SIGN-ON-CONTROLS.
           05 SIGN-ON-USER-ID        PIC X(08).
           05 SIGN-ON-PASSWORD       PIC X(08).
           05 SIGN-ON-ATTEMPTS       PIC 9(01) VALUE ZERO.
           05 REQUIRED-SIGN-ON-LEVEL PIC 9(01) VALUE 1.
           05 SIGNED-ON-USER-ID      PIC X(08) VALUE SPACES.
           05 SIGNED-ON-LEVEL        PIC 9(01) VALUE ZERO.
               88 SIGNED-ON-CLERK    VALUE 2 THRU 4.
               88 SIGNED-ON-APPROVER VALUE 3 THRU 4.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.

      *    A CREDIT-LIMIT INCREASE LARGER THAN THE THRESHOLD, OR ANY
      *    RAISE TO NO LIMIT AT ALL, IS FILED FOR APPROVAL INSTEAD
      *    OF BEING APPLIED - FOR AN ACCOUNT'S OWN LIMIT AND FOR A
      *    NATIONAL ACCOUNT FAMILY'S COMBINED LIMIT ALIKE.
       01 APPROVAL-CONTROLS.
           05 LIMIT-INCR-THRESHOLD   PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-INCREASE-AMOUNT  PIC 9(7)V99 VALUE ZERO.
           05 REQUEST-STAMP.
               10 REQUEST-DATE       PIC 9(8).
               10 REQUEST-TIME       PIC 9(8).
           05 DECISION-TIME-OF-DAY.
               10 DECISION-HHMMSS    PIC 9(6).
               10 DECISION-HUNDREDTHS PIC 9(2).
           05 REQUESTS-REVIEWED      PIC 9(05) VALUE ZERO.
           05 REQUESTS-APPROVED      PIC 9(05) VALUE ZERO.
           05 REQUESTS-REJECTED      PIC 9(05) VALUE ZERO.

      *    ONE SCREENFUL OF NAME MATCHES. THE BROWSE READS ALONG THE
      *    CUSTOMER-NAME ALTERNATE KEY FROM THE SEARCH VALUE AND THE
           05 DF-BALANCE             PIC Z,ZZZ,ZZ9.99.
           05 DF-CREDIT-LIMIT        PIC Z,ZZZ,ZZ9.99.
           05 DF-STATUS-TEXT         PIC X(08).
           05 DF-OLD-LIMIT           PIC Z,ZZZ,ZZ9.99.
           05 DF-NEW-LIMIT           PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-INQUIRY
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           PERFORM SIGN-ON-OPERATOR
           DISPLAY 'ENTER MODE (I=INQUIRY, M=MAINTENANCE):'
           ACCEPT INQUIRY-MODE-SWITCH
           IF NOT MAINTENANCE-MODE
               MOVE 'I' TO INQUIRY-MODE-SWITCH
           END-IF
           IF MAINTENANCE-MODE AND NOT SIGNED-ON-CLERK
               DISPLAY 'MAINTENANCE NEEDS CLERK AUTHORITY - '
                   'INQUIRY ONLY'
               MOVE 'I' TO INQUIRY-MODE-SWITCH
           END-IF
           IF MAINTENANCE-MODE
               PERFORM OPEN-APPROVAL-FILE
               PERFORM OPEN-HIERARCHY-FILE
               MOVE 'LIMIT-INCR-APPROVAL' TO WANTED-PARAM-NAME
               PERFORM LOAD-BUSINESS-PARAMETER
               MOVE PARAM-BEST-VALUE TO LIMIT-INCR-THRESHOLD
           END-IF.

      *    UP TO THREE TRIES AT A USER ID AND PASSWORD. A WRONG
      *    PASSWORD IS COUNTED ON THE SECURITY RECORD AND THE THIRD
      *    IN A ROW LOCKS THE USER ID; A GOOD ONE CLEARS THE COUNT.
      *    NO SIGN-ON, NO SESSION.
       SIGN-ON-OPERATOR.
           OPEN I-O OPERATOR-SECURITY-FILE
           IF SECURITY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-INQUIRY: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-INQUIRY: SIGN-ON FAILED - '
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

       OPEN-APPROVAL-FILE.
           OPEN I-O PENDING-APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = '35'
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF
           IF APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-INQUIRY: UNABLE TO OPEN '
                   'PENDING-APPROVAL-FILE, STATUS='
                   APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A MISSING HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNT
      *    FAMILIES HAVE BEEN SET UP YET - CUSTOMER-UPDATE CREATES
      *    IT WITH THE FIRST 'H' TRANSACTION IT POSTS.
       OPEN-HIERARCHY-FILE.
           OPEN I-O HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET HIERARCHY-FILE-ABSENT TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-INQUIRY: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS=' HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET HIERARCHY-FILE-PRESENT TO TRUE
           END-IF.

      *    A MISSING OR UNREADABLE PARAMETER FILE, OR A PARAMETER
      *    WITH NO ENTRY EFFECTIVE ON OR BEFORE TODAY, ENDS THE
      *    SESSION - THERE IS NO COMPILED-IN VALUE TO FALL BACK TO.
       LOAD-BUSINESS-PARAMETER.
           MOVE 'N' TO BUSINESS-PARAM-EOF
           SET PARAM-NOT-FOUND TO TRUE
           MOVE ZERO TO PARAM-BEST-DATE
           MOVE ZERO TO PARAM-BEST-VALUE
           OPEN INPUT BUSINESS-PARAM-FILE
           IF BUSINESS-PARAM-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-INQUIRY: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-INQUIRY: NO EFFECTIVE '
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
              AND PM-EFFECTIVE-DATE <= AUDIT-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
           END-IF.

       PROCESS-OPERATOR-COMMAND.
           IF MAINTENANCE-MODE AND SIGNED-ON-APPROVER
               DISPLAY 'ENTER 5-DIGIT CUSTOMER-ID, N=NEXT, P=PRIOR, '
                   'NAME=FIND BY NAME, APPR=APPROVALS, X=EXIT:'
           ELSE
               DISPLAY 'ENTER 5-DIGIT CUSTOMER-ID, N=NEXT, P=PRIOR, '
                   'NAME=FIND BY NAME, X=EXIT:'
           END-IF
           ACCEPT OPERATOR-COMMAND
           EVALUATE TRUE
               WHEN OPERATOR-COMMAND = 'X' OR 'x'
                   SET OPERATOR-DONE TO TRUE
               WHEN OPERATOR-COMMAND = 'APPR' OR 'appr'
                   PERFORM REVIEW-PENDING-REQUESTS
               WHEN OPERATOR-COMMAND = 'N' OR 'n'
                   PERFORM PAGE-FORWARD
               WHEN OPERATOR-COMMAND = 'P' OR 'p'
           DISPLAY 'LAST PAYMENT DATE: ' CUSTOMER-LAST-PAYMENT-DATE.

       MAINTAIN-CUSTOMER.
           DISPLAY 'CHANGE (NAME, STAT, LIM, FLIM, OR ENTER=NONE):'
           MOVE SPACES TO OPERATOR-FIELD-CHOICE
           ACCEPT OPERATOR-FIELD-CHOICE
           EVALUATE OPERATOR-FIELD-CHOICE
                   PERFORM CHANGE-CUSTOMER-STATUS
               WHEN 'LIM'
                   PERFORM CHANGE-CREDIT-LIMIT
               WHEN 'FLIM'
                   PERFORM CHANGE-FAMILY-LIMIT
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: STATUS MUST BE A, H OR C'
           END-IF
      *    ANY RETURN TO ACTIVE IS A RELEASE AND NEEDS APPROVAL, SO A
      *    HELD ACCOUNT CANNOT BE CLOSED AND THEN REOPENED TO GET
      *    ROUND THE SECOND USER.
           IF FIELD-IS-VALID
              AND NOT CUSTOMER-STATUS-ACTIVE
              AND NEW-STATUS-VALUE = 'A'
               PERFORM FILE-HOLD-RELEASE-REQUEST
               SET FIELD-FAILED-EDIT TO TRUE
           END-IF
           IF FIELD-IS-VALID
               PERFORM FILL-AUDIT-BEFORE-IMAGE
               MOVE NEW-STATUS-VALUE TO CUSTOMER-STATUS
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: BALANCE EXCEEDS CREDIT LIMIT'
           END-IF
           IF FIELD-IS-VALID
               PERFORM CHECK-LIMIT-INCREASE
           END-IF
           IF FIELD-IS-VALID
               PERFORM FILL-AUDIT-BEFORE-IMAGE
               MOVE NEW-LIMIT-VALUE TO CUSTOMER-CREDIT-LIMIT
               PERFORM REWRITE-SHOWN-CUSTOMER
           END-IF.

      *    A ZERO LIMIT MEANS NO LIMIT, SO LIFTING A CUSTOMER'S LIMIT
      *    ALTOGETHER ALWAYS NEEDS APPROVAL. AN INCREASE FROM NO
      *    LIMIT TO SOME LIMIT IS A TIGHTENING AND GOES STRAIGHT IN.
       CHECK-LIMIT-INCREASE.
           MOVE ZERO TO LIMIT-INCREASE-AMOUNT
           IF CUSTOMER-CREDIT-LIMIT > ZERO
               IF NEW-LIMIT-VALUE = ZERO
                   PERFORM FILE-LIMIT-INCREASE-REQUEST
                   SET FIELD-FAILED-EDIT TO TRUE
               ELSE
                   IF NEW-LIMIT-VALUE > CUSTOMER-CREDIT-LIMIT
                       COMPUTE LIMIT-INCREASE-AMOUNT =
                           NEW-LIMIT-VALUE - CUSTOMER-CREDIT-LIMIT
                   END-IF
               END-IF
           END-IF
           IF LIMIT-INCREASE-AMOUNT > LIMIT-INCR-THRESHOLD
               PERFORM FILE-LIMIT-INCREASE-REQUEST
               SET FIELD-FAILED-EDIT TO TRUE
           END-IF.

       FILE-LIMIT-INCREASE-REQUEST.
           PERFORM CLEAR-PENDING-REQUEST
           SET AP-LIMIT-INCREASE TO TRUE
           MOVE CUSTOMER-CREDIT-LIMIT TO AP-OLD-CREDIT-LIMIT
           MOVE NEW-LIMIT-VALUE TO AP-NEW-CREDIT-LIMIT
           PERFORM WRITE-PENDING-REQUEST.

       FILE-HOLD-RELEASE-REQUEST.
           PERFORM CLEAR-PENDING-REQUEST
           SET AP-HOLD-RELEASE TO TRUE
           MOVE CUSTOMER-STATUS TO AP-OLD-STATUS
           MOVE NEW-STATUS-VALUE TO AP-NEW-STATUS
           PERFORM WRITE-PENDING-REQUEST.

      *    THE COMBINED CREDIT LIMIT OF A NATIONAL ACCOUNT FAMILY IS
      *    KEPT ON THE HEAD ACCOUNT'S HIERARCHY RECORD, SO IT CAN ONLY
      *    BE CHANGED FROM THE HEAD. THE SAME DUAL CONTROL APPLIES AS
      *    TO THE ACCOUNT'S OWN LIMIT. THE HIERARCHY RECORD IS NOT
      *    PART OF THE MASTER, SO NO AUDIT ENTRY IS CUT FOR IT.
       CHANGE-FAMILY-LIMIT.
           SET FIELD-IS-VALID TO TRUE
           PERFORM READ-FAMILY-HEAD
           IF FAMILY-HEAD-NOT-FOUND
               SET FIELD-FAILED-EDIT TO TRUE
               DISPLAY 'REJECTED: CUSTOMER DOES NOT HEAD A FAMILY'
           END-IF
           IF FIELD-IS-VALID
               MOVE HR-FAMILY-CREDIT-LIMIT TO DF-OLD-LIMIT
               DISPLAY 'FAMILY CREDIT LIMIT: ' DF-OLD-LIMIT
               DISPLAY 'ENTER NEW FAMILY CREDIT LIMIT (9999999.99):'
               ACCEPT NEW-LIMIT-VALUE
               PERFORM CHECK-FAMILY-LIMIT-INCREASE
           END-IF
           IF FIELD-IS-VALID
               MOVE NEW-LIMIT-VALUE TO HR-FAMILY-CREDIT-LIMIT
               PERFORM REWRITE-FAMILY-HEAD
           END-IF.

       READ-FAMILY-HEAD.
           SET FAMILY-HEAD-NOT-FOUND TO TRUE
           IF HIERARCHY-FILE-PRESENT
               MOVE CUSTOMER-ID TO HR-CUSTOMER-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       SET FAMILY-HEAD-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET FAMILY-HEAD-FOUND TO TRUE
               END-READ
           END-IF
           IF FAMILY-HEAD-FOUND
              AND HR-PARENT-CUSTOMER-ID NOT = HR-CUSTOMER-ID
               SET FAMILY-HEAD-NOT-FOUND TO TRUE
           END-IF.

      *    AS FOR THE ACCOUNT'S OWN LIMIT: LIFTING THE FAMILY LIMIT
      *    ALTOGETHER OR RAISING IT BY MORE THAN THE THRESHOLD IS FILED
      *    FOR APPROVAL; SETTING A FIRST LIMIT GOES STRAIGHT IN.
       CHECK-FAMILY-LIMIT-INCREASE.
           MOVE ZERO TO LIMIT-INCREASE-AMOUNT
           IF HR-FAMILY-CREDIT-LIMIT > ZERO
               IF NEW-LIMIT-VALUE = ZERO
                   PERFORM FILE-FAMILY-LIMIT-REQUEST
                   SET FIELD-FAILED-EDIT TO TRUE
               ELSE
                   IF NEW-LIMIT-VALUE > HR-FAMILY-CREDIT-LIMIT
                       COMPUTE LIMIT-INCREASE-AMOUNT =
                           NEW-LIMIT-VALUE - HR-FAMILY-CREDIT-LIMIT
                   END-IF
               END-IF
           END-IF
           IF LIMIT-INCREASE-AMOUNT > LIMIT-INCR-THRESHOLD
               PERFORM FILE-FAMILY-LIMIT-REQUEST
               SET FIELD-FAILED-EDIT TO TRUE
           END-IF.

       FILE-FAMILY-LIMIT-REQUEST.
           PERFORM CLEAR-PENDING-REQUEST
           SET AP-FAMILY-LIMIT-CHANGE TO TRUE
           MOVE HR-FAMILY-CREDIT-LIMIT TO AP-OLD-CREDIT-LIMIT
           MOVE NEW-LIMIT-VALUE TO AP-NEW-CREDIT-LIMIT
           PERFORM WRITE-PENDING-REQUEST.

       REWRITE-FAMILY-HEAD.
           REWRITE CUSTOMER-HIERARCHY-RECORD
           IF HIERARCHY-FILE-STATUS = '00'
               DISPLAY 'FAMILY ' HR-CUSTOMER-ID ' UPDATED'
           ELSE
               DISPLAY 'CUSTOMER-INQUIRY: HIERARCHY REWRITE FAILED, '
                   'STATUS=' HIERARCHY-FILE-STATUS
           END-IF.

       CLEAR-PENDING-REQUEST.
           MOVE SPACES TO PENDING-APPROVAL-RECORD
           SET AP-STATUS-PENDING TO TRUE
           MOVE SIGNED-ON-USER-ID TO AP-REQUESTED-BY
           MOVE SIGNED-ON-LEVEL TO AP-REQUESTER-LEVEL
           MOVE CUSTOMER-ID TO AP-CUSTOMER-ID
           MOVE CUSTOMER-CREDIT-LIMIT TO AP-OLD-CREDIT-LIMIT
           MOVE CUSTOMER-CREDIT-LIMIT TO AP-NEW-CREDIT-LIMIT
           MOVE CUSTOMER-STATUS TO AP-OLD-STATUS
           MOVE CUSTOMER-STATUS TO AP-NEW-STATUS
           MOVE ZERO TO AP-EFFECTIVE-DATE
           MOVE ZERO TO AP-PARAM-VALUE
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
                   DISPLAY 'CUSTOMER-INQUIRY: APPROVAL REQUEST NOT '
                       'FILED, STATUS=' APPROVAL-FILE-STATUS
           END-EVALUATE.

       REWRITE-SHOWN-CUSTOMER.
           REWRITE CUSTOMER-RECORD
           IF CUSTOMER-FILE-STATUS = '00'
           MOVE AUDIT-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-INQUIRY' TO AU-PROGRAM-NAME
           MOVE SIGNED-ON-USER-ID TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

      *    WALKS THE PENDING-APPROVAL FILE FROM THE OLDEST REQUEST AND
      *    OFFERS EACH PENDING CUSTOMER CHANGE THIS OPERATOR MAY
      *    DECIDE: SOMEONE ELSE'S, FILED AT A LOWER LEVEL - OR BY
      *    ANOTHER MANAGER WHEN THIS OPERATOR IS ONE TOO.
       REVIEW-PENDING-REQUESTS.
           SET NO-RECORD-SHOWN TO TRUE
           IF NOT MAINTENANCE-MODE OR NOT SIGNED-ON-APPROVER
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
              AND AP-CUSTOMER-REQUEST
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
           DISPLAY 'REQUEST ' AP-REQUEST-DATE '-' AP-REQUEST-TIME
               ' BY ' AP-REQUESTED-BY ' CUSTOMER ' AP-CUSTOMER-ID
           MOVE AP-OLD-CREDIT-LIMIT TO DF-OLD-LIMIT
           MOVE AP-NEW-CREDIT-LIMIT TO DF-NEW-LIMIT
           EVALUATE TRUE
               WHEN AP-LIMIT-INCREASE
                   DISPLAY '  CREDIT LIMIT FROM ' DF-OLD-LIMIT
                       ' TO ' DF-NEW-LIMIT
               WHEN AP-FAMILY-LIMIT-CHANGE
                   DISPLAY '  FAMILY CREDIT LIMIT FROM ' DF-OLD-LIMIT
                       ' TO ' DF-NEW-LIMIT
               WHEN OTHER
                   DISPLAY '  RETURN TO ACTIVE - STATUS FROM '
                       AP-OLD-STATUS ' TO ' AP-NEW-STATUS
           END-EVALUATE
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

      *    THE CHANGE IS MADE AGAINST THE MASTER AS IT STANDS NOW. IF
      *    THE LIMIT OR STATUS HAS MOVED SINCE THE REQUEST WAS FILED
      *    THE REQUEST NO LONGER DESCRIBES A REAL CHANGE AND IS
      *    REJECTED RATHER THAN APPLIED. THE AUDIT ENTRY CARRIES THE
      *    APPROVER'S USER ID; THE REQUESTER STAYS ON THE REQUEST.
      *    A FAMILY-LIMIT CHANGE IS CHECKED THE SAME WAY AGAINST THE
      *    HEAD ACCOUNT'S HIERARCHY RECORD.
       APPLY-APPROVED-REQUEST.
           SET AP-STATUS-APPROVED TO TRUE
           MOVE SPACES TO AP-DECISION-NOTE
           MOVE AP-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET AP-STATUS-REJECTED TO TRUE
                   MOVE 'CUSTOMER NO LONGER ON FILE'
                       TO AP-DECISION-NOTE
           END-READ
           IF AP-STATUS-APPROVED
               EVALUATE TRUE
                   WHEN AP-LIMIT-INCREASE
                    AND CUSTOMER-CREDIT-LIMIT
                        NOT = AP-OLD-CREDIT-LIMIT
                       SET AP-STATUS-REJECTED TO TRUE
                       MOVE 'LIMIT CHANGED SINCE REQUEST'
                           TO AP-DECISION-NOTE
                   WHEN AP-HOLD-RELEASE
                    AND CUSTOMER-STATUS NOT = AP-OLD-STATUS
                       SET AP-STATUS-REJECTED TO TRUE
                       MOVE 'STATUS CHANGED SINCE REQUEST'
                           TO AP-DECISION-NOTE
                   WHEN AP-FAMILY-LIMIT-CHANGE
                       PERFORM APPLY-FAMILY-LIMIT-CHANGE
                   WHEN OTHER
                       PERFORM POST-APPROVED-CHANGE
               END-EVALUATE
           END-IF
           IF AP-STATUS-REJECTED
               DISPLAY 'NOT APPLIED: ' AP-DECISION-NOTE
           END-IF.

       POST-APPROVED-CHANGE.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           IF AP-LIMIT-INCREASE
               MOVE AP-NEW-CREDIT-LIMIT TO CUSTOMER-CREDIT-LIMIT
           ELSE
               MOVE AP-NEW-STATUS TO CUSTOMER-STATUS
           END-IF
           PERFORM REWRITE-SHOWN-CUSTOMER
           IF CUSTOMER-FILE-STATUS NOT = '00'
               SET AP-STATUS-REJECTED TO TRUE
               MOVE 'MASTER REWRITE FAILED'
                   TO AP-DECISION-NOTE
           END-IF.

       APPLY-FAMILY-LIMIT-CHANGE.
           PERFORM READ-FAMILY-HEAD
           EVALUATE TRUE
               WHEN FAMILY-HEAD-NOT-FOUND
                   SET AP-STATUS-REJECTED TO TRUE
                   MOVE 'ACCOUNT NO LONGER HEADS FAMILY'
                       TO AP-DECISION-NOTE
               WHEN HR-FAMILY-CREDIT-LIMIT NOT = AP-OLD-CREDIT-LIMIT
                   SET AP-STATUS-REJECTED TO TRUE
                   MOVE 'LIMIT CHANGED SINCE REQUEST'
                       TO AP-DECISION-NOTE
               WHEN OTHER
                   MOVE AP-NEW-CREDIT-LIMIT TO HR-FAMILY-CREDIT-LIMIT
                   PERFORM REWRITE-FAMILY-HEAD
                   IF HIERARCHY-FILE-STATUS NOT = '00'
                       SET AP-STATUS-REJECTED TO TRUE
                       MOVE 'HIERARCHY REWRITE FAILED'
                           TO AP-DECISION-NOTE
                   END-IF
           END-EVALUATE.

       RECORD-REQUEST-DECISION.
           ACCEPT DECISION-TIME-OF-DAY FROM TIME
           MOVE SIGNED-ON-USER-ID TO AP-DECIDED-BY
           ACCEPT AP-DECIDED-DATE FROM DATE YYYYMMDD
           MOVE DECISION-HHMMSS TO AP-DECIDED-TIME
           MOVE 'N' TO AP-REPORTED-FLAG
           REWRITE PENDING-APPROVAL-RECORD
           IF APPROVAL-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-INQUIRY: REQUEST REWRITE FAILED, '
                   'STATUS=' APPROVAL-FILE-STATUS
           END-IF
           IF AP-STATUS-APPROVED
               ADD 1 TO REQUESTS-APPROVED
           ELSE
               ADD 1 TO REQUESTS-REJECTED
           END-IF.

       TERMINATE-INQUIRY.
           CLOSE CUSTOMER-FILE
           CLOSE AUDIT-FILE
           IF MAINTENANCE-MODE
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           IF HIERARCHY-FILE-PRESENT
               CLOSE HIERARCHY-FILE
           END-IF.
