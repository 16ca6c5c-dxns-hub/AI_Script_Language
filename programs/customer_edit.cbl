               WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT UNSORTED-VALID-FILE
           ASSIGN TO 'customer-trans-valid.unsorted'
           ORGANIZATION IS LINE SEQUENTIAL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-TRANS-FILE.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD UNSORTED-VALID-FILE.
           COPY CUSTVALID.

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS          PIC X(02).
       01 REJECT-PENDING-STATUS         PIC X(02).
       01 HIERARCHY-FILE-STATUS         PIC X(02).
       01 RUN-LEDGER-STATUS             PIC X(02).
       01 BUSINESS-PARAM-STATUS         PIC X(02).

       01 EDIT-RUN-DATE                 PIC 9(8).

           05 MASTER-LOOKUP-SWITCH      PIC X(01) VALUE 'N'.
               88 CUSTOMER-ON-FILE      VALUE 'Y'.
               88 CUSTOMER-NOT-ON-FILE  VALUE 'N'.
           05 HIERARCHY-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 HIERARCHY-FILE-PRESENT VALUE 'Y'.
               88 HIERARCHY-FILE-ABSENT VALUE 'N'.
           05 HIERARCHY-LOOKUP-SWITCH   PIC X(01) VALUE 'N'.
               88 LINK-ON-FILE          VALUE 'Y'.
               88 LINK-NOT-ON-FILE      VALUE 'N'.
           05 FAMILY-MEMBER-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-FAMILY-MEMBERS VALUE 'Y'.
           05 FAMILY-CHILD-SWITCH       PIC X(01) VALUE 'N'.
               88 FAMILY-HAS-CHILDREN   VALUE 'Y'.
               88 FAMILY-HAS-NO-CHILDREN VALUE 'N'.
           05 BUSINESS-PARAM-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS        VALUE 'Y'.
           05 PARAM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88 PARAM-FOUND           VALUE 'Y'.
               88 PARAM-NOT-FOUND       VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME         PIC X(20).
           05 PARAM-BEST-DATE           PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE          PIC 9(7)V9(5) VALUE ZERO.

      *    A CREDIT-LIMIT RAISE LARGER THAN THE THRESHOLD, OR A RAISE
      *    TO NO LIMIT AT ALL, NEEDS A SECOND USER'S APPROVAL ONLINE
      *    AND CANNOT COME IN THROUGH THE BATCH FEED. THE SAME RULE
      *    HOLDS FOR A NATIONAL ACCOUNT FAMILY'S COMBINED LIMIT.
       01 DUAL-CONTROL-WORK.
           05 LIMIT-INCR-THRESHOLD      PIC 9(7)V99 VALUE ZERO.
           05 LIMIT-INCREASE-AMOUNT     PIC 9(7)V99 VALUE ZERO.
           05 FAMILY-LIMIT-INCREASE     PIC 9(7)V99 VALUE ZERO.

      *    THE ACCOUNT'S OWN PLACE IN THE NATIONAL ACCOUNT HIERARCHY,
      *    SAVED BEFORE THE PARENT'S RECORD IS READ OVER IT.
       01 HIERARCHY-EDIT-WORK.
           05 CUSTOMER-LINK-SWITCH      PIC X(01) VALUE 'N'.
               88 CUSTOMER-IS-LINKED    VALUE 'Y'.
               88 CUSTOMER-NOT-LINKED   VALUE 'N'.
           05 CUSTOMER-HEAD-SWITCH      PIC X(01) VALUE 'N'.
               88 CUSTOMER-HEADS-FAMILY VALUE 'Y'.
               88 CUSTOMER-NOT-HEAD     VALUE 'N'.
           05 CURRENT-FAMILY-CREDIT-LIMIT PIC 9(7)V99 VALUE ZERO.

       01 EMAIL-EDIT-WORK.
           05 EMAIL-ADDRESS-LENGTH      PIC 9(03) COMP.
           05 EMAIL-LOCAL-LENGTH        PIC 9(03) COMP.
           05 EMAIL-DOMAIN-START        PIC 9(03) COMP.
           05 EMAIL-AT-SIGN-COUNT       PIC 9(03) COMP.
           05 EMAIL-DOMAIN-DOT-COUNT    PIC 9(03) COMP.
           05 EMAIL-FORM-SWITCH         PIC X(01).
               88 EMAIL-WELL-FORMED     VALUE 'Y'.
               88 EMAIL-MALFORMED       VALUE 'N'.

       01 EDIT-COUNTERS.
           05 TRANSACTIONS-READ        PIC 9(07) VALUE ZERO.
           OPEN OUTPUT UNSORTED-VALID-FILE
           OPEN OUTPUT CUSTOMER-REJECT-FILE
           PERFORM OPEN-REJECT-PENDING-FILE
           PERFORM OPEN-HIERARCHY-FILE
           ACCEPT EDIT-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'LIMIT-INCR-APPROVAL' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO LIMIT-INCR-THRESHOLD
           PERFORM READ-TRANSACTION.

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
               DISPLAY 'CUSTOMER-EDIT: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-EDIT: NO EFFECTIVE '
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
              AND PM-EFFECTIVE-DATE <= EDIT-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

       OPEN-REJECT-PENDING-FILE.
           OPEN I-O REJECT-PENDING-FILE
           IF REJECT-PENDING-STATUS = '35'
               STOP RUN
           END-IF.

      *    A MISSING HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNT
      *    FAMILIES HAVE BEEN SET UP YET - CUSTOMER-UPDATE CREATES
      *    IT WITH THE FIRST 'H' TRANSACTION IT POSTS.
       OPEN-HIERARCHY-FILE.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET HIERARCHY-FILE-ABSENT TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-EDIT: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS=' HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       EDIT-TRANSACTIONS.
           PERFORM VALIDATE-TRANSACTION
           IF RECORD-FAILED-EDIT
              AND NOT CE-TRANS-CHANGE
              AND NOT CE-TRANS-DELETE
              AND NOT CE-TRANS-CONTACT
              AND NOT CE-TRANS-HIERARCHY
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '05' TO CR-REJECT-REASON-CODE
               MOVE 'INVALID TRANSACTION TYPE'

           IF RECORD-IS-VALID
              AND (CE-TRANS-CHANGE OR CE-TRANS-DELETE
                   OR CE-TRANS-CONTACT OR CE-TRANS-HIERARCHY)
              AND CUSTOMER-NOT-ON-FILE
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '07' TO CR-REJECT-REASON-CODE
               PERFORM VALIDATE-TRANSACTION-FIELDS
           END-IF

           IF RECORD-IS-VALID AND CE-TRANS-CHANGE
               PERFORM VALIDATE-DUAL-CONTROL-FIELDS
           END-IF

           IF RECORD-IS-VALID AND CE-TRANS-CONTACT
               PERFORM VALIDATE-CONTACT-FIELDS
           END-IF

           IF RECORD-IS-VALID AND CE-TRANS-DELETE
               PERFORM LOOK-UP-CUSTOMER-LINK
               IF CUSTOMER-HEADS-FAMILY
                   PERFORM CHECK-FAMILY-CHILDREN
                   IF FAMILY-HAS-CHILDREN
                       SET RECORD-FAILED-EDIT TO TRUE
                       MOVE '17' TO CR-REJECT-REASON-CODE
                       MOVE 'ACCOUNT STILL HEADS A FAMILY'
                           TO CR-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF

           IF RECORD-IS-VALID AND CE-TRANS-HIERARCHY
               PERFORM VALIDATE-HIERARCHY-FIELDS
           END-IF.

      *    A HIERARCHY TRANSACTION IS EDITED AGAINST THE FAMILIES
      *    AS THEY STAND. FAMILIES ARE ONE LEVEL DEEP, SO A PARENT
      *    MUST NOT ITSELF BE SOMEBODY'S CHILD, AND A HEAD WITH
      *    CHILDREN STILL UNDER IT CANNOT BE UNLINKED OR MOVED
      *    UNDER ANOTHER PARENT UNTIL THE CHILDREN ARE MOVED OFF.
      *    FAMILY LIMITS BELONG ON THE HEAD RECORD ONLY, AND A CHANGE
      *    TO AN EXISTING HEAD'S COMBINED CREDIT LIMIT IS HELD UNDER
      *    THE SAME DUAL CONTROL AS AN ACCOUNT'S OWN LIMIT.
       VALIDATE-HIERARCHY-FIELDS.
           PERFORM LOOK-UP-CUSTOMER-LINK

           IF CE-PARENT-CUSTOMER-ID IS NOT NUMERIC
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '15' TO CR-REJECT-REASON-CODE
               MOVE 'PARENT ID NOT ON FILE'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND CE-PARENT-CUSTOMER-ID = ZERO
              AND CUSTOMER-NOT-LINKED
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '18' TO CR-REJECT-REASON-CODE
               MOVE 'ACCOUNT NOT IN A FAMILY'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND CE-PARENT-CUSTOMER-ID NOT = CE-CUSTOMER-ID
              AND (CE-FAMILY-CREDIT-LIMIT NOT = ZERO
                   OR CE-FAMILY-PAST-DUE-LIMIT NOT = ZERO)
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '19' TO CR-REJECT-REASON-CODE
               MOVE 'FAMILY LIMITS ONLY ON PARENT'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND CE-PARENT-CUSTOMER-ID = CE-CUSTOMER-ID
              AND CUSTOMER-HEADS-FAMILY
               PERFORM VALIDATE-FAMILY-LIMIT-CHANGE
           END-IF

           IF RECORD-IS-VALID
              AND CE-PARENT-CUSTOMER-ID NOT = CE-CUSTOMER-ID
              AND CUSTOMER-HEADS-FAMILY
               PERFORM CHECK-FAMILY-CHILDREN
               IF FAMILY-HAS-CHILDREN
                   SET RECORD-FAILED-EDIT TO TRUE
                   MOVE '17' TO CR-REJECT-REASON-CODE
                   MOVE 'ACCOUNT STILL HEADS A FAMILY'
                       TO CR-REJECT-REASON-TEXT
               END-IF
           END-IF

           IF RECORD-IS-VALID
              AND CE-PARENT-CUSTOMER-ID NOT = ZERO
              AND CE-PARENT-CUSTOMER-ID NOT = CE-CUSTOMER-ID
               PERFORM VALIDATE-PARENT-ACCOUNT
           END-IF.

      *    A FAMILY-LIMIT RAISE LARGER THAN THE THRESHOLD, OR A RAISE
      *    FROM A LIMIT TO NO LIMIT AT ALL, IS REJECTED AS THE SAME
      *    RAISE TO AN ACCOUNT'S OWN LIMIT IS: IT MUST BE KEYED ON THE
      *    HEAD ACCOUNT AND APPROVED ONLINE IN CUSTOMER-INQUIRY.
      *    SETTING A FIRST LIMIT ON A FAMILY THAT HAD NONE TIGHTENS
      *    CREDIT AND IS ALLOWED.
       VALIDATE-FAMILY-LIMIT-CHANGE.
           MOVE ZERO TO FAMILY-LIMIT-INCREASE
           IF CURRENT-FAMILY-CREDIT-LIMIT > ZERO
              AND CE-FAMILY-CREDIT-LIMIT > CURRENT-FAMILY-CREDIT-LIMIT
               COMPUTE FAMILY-LIMIT-INCREASE =
                   CE-FAMILY-CREDIT-LIMIT - CURRENT-FAMILY-CREDIT-LIMIT
           END-IF
           IF CURRENT-FAMILY-CREDIT-LIMIT > ZERO
              AND (CE-FAMILY-CREDIT-LIMIT = ZERO
                   OR FAMILY-LIMIT-INCREASE > LIMIT-INCR-THRESHOLD)
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '20' TO CR-REJECT-REASON-CODE
               MOVE 'FAMILY LIMIT NEEDS APPROVAL'
                   TO CR-REJECT-REASON-TEXT
           END-IF.

       VALIDATE-PARENT-ACCOUNT.
           MOVE CE-PARENT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET RECORD-FAILED-EDIT TO TRUE
                   MOVE '15' TO CR-REJECT-REASON-CODE
                   MOVE 'PARENT ID NOT ON FILE'
                       TO CR-REJECT-REASON-TEXT
           END-READ

           IF RECORD-IS-VALID
               MOVE CE-PARENT-CUSTOMER-ID TO HR-CUSTOMER-ID
               PERFORM READ-HIERARCHY-LINK
               IF LINK-ON-FILE
                  AND HR-PARENT-CUSTOMER-ID NOT = HR-CUSTOMER-ID
                   SET RECORD-FAILED-EDIT TO TRUE
                   MOVE '16' TO CR-REJECT-REASON-CODE
                   MOVE 'PARENT IS ITSELF A CHILD'
                       TO CR-REJECT-REASON-TEXT
               END-IF
           END-IF.

       LOOK-UP-CUSTOMER-LINK.
           SET CUSTOMER-NOT-LINKED TO TRUE
           SET CUSTOMER-NOT-HEAD TO TRUE
           MOVE ZERO TO CURRENT-FAMILY-CREDIT-LIMIT
           MOVE CE-CUSTOMER-ID TO HR-CUSTOMER-ID
           PERFORM READ-HIERARCHY-LINK
           IF LINK-ON-FILE
               SET CUSTOMER-IS-LINKED TO TRUE
               IF HR-PARENT-CUSTOMER-ID = HR-CUSTOMER-ID
                   SET CUSTOMER-HEADS-FAMILY TO TRUE
                   MOVE HR-FAMILY-CREDIT-LIMIT
                       TO CURRENT-FAMILY-CREDIT-LIMIT
               END-IF
           END-IF.

       READ-HIERARCHY-LINK.
           IF HIERARCHY-FILE-ABSENT
               SET LINK-NOT-ON-FILE TO TRUE
           ELSE
               READ HIERARCHY-FILE
                   INVALID KEY
                       SET LINK-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       SET LINK-ON-FILE TO TRUE
               END-READ
           END-IF.

      *    EVERY MEMBER OF A FAMILY - THE HEAD INCLUDED - CARRIES
      *    THE HEAD'S ID AS ITS PARENT, SO THE FAMILY STILL HAS
      *    CHILDREN IF ANY MEMBER OTHER THAN THE HEAD TURNS UP.
       CHECK-FAMILY-CHILDREN.
           SET FAMILY-HAS-NO-CHILDREN TO TRUE
           MOVE 'N' TO FAMILY-MEMBER-EOF
           MOVE CE-CUSTOMER-ID TO HR-PARENT-CUSTOMER-ID
           START HIERARCHY-FILE KEY IS = HR-PARENT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-FAMILY-MEMBERS TO TRUE
           END-START
           PERFORM CHECK-ONE-FAMILY-MEMBER
               UNTIL NO-MORE-FAMILY-MEMBERS
                  OR FAMILY-HAS-CHILDREN.

       CHECK-ONE-FAMILY-MEMBER.
           READ HIERARCHY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-FAMILY-MEMBERS TO TRUE
           END-READ
           IF NOT NO-MORE-FAMILY-MEMBERS
               IF HR-PARENT-CUSTOMER-ID NOT = CE-CUSTOMER-ID
                   SET NO-MORE-FAMILY-MEMBERS TO TRUE
               ELSE
                   IF HR-CUSTOMER-ID NOT = CE-CUSTOMER-ID
                       SET FAMILY-HAS-CHILDREN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    A CONTACT TRANSACTION IS EDITED ON ITS OWN FIELDS: THE
      *    MASTER FIELDS ARE IGNORED, BUT A MAILING BLOCK WITHOUT A
      *    STREET LINE OR A FULL CITY/STATE/ZIP CANNOT MAIL AND IS
      *    REJECTED FOR REPAIR, AS IS A BAD EMAIL FLAG OR ADDRESS.
       VALIDATE-CONTACT-FIELDS.
           IF CE-ADDRESS-LINE-1 = SPACES
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '09' TO CR-REJECT-REASON-CODE
               MOVE 'CONTACT CITY STATE ZIP SHORT'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
               PERFORM VALIDATE-CONTACT-EMAIL
           END-IF.

      *    THE EMAIL FLAG IS 'E' FOR AN ELECTRONIC STATEMENT OR
      *    BLANK FOR PAPER. AN 'E' CUSTOMER MUST CARRY AN ADDRESS TO
      *    DELIVER TO, AND ANY ADDRESS KEYED - FLAGGED OR NOT - MUST
      *    AT LEAST LOOK DELIVERABLE SO THE VENDOR DOES NOT BOUNCE
      *    IT ON THE FIRST RUN. THE MAILING BLOCK ABOVE IS STILL
      *    REQUIRED: A BOUNCED CUSTOMER FALLS BACK TO PAPER.
       VALIDATE-CONTACT-EMAIL.
           IF CE-EMAIL-FLAG NOT = 'E'
              AND CE-EMAIL-FLAG NOT = SPACE
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '10' TO CR-REJECT-REASON-CODE
               MOVE 'CONTACT EMAIL FLAG INVALID'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND CE-EMAIL-FLAG = 'E'
              AND CE-EMAIL-ADDRESS = SPACES
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '11' TO CR-REJECT-REASON-CODE
               MOVE 'EMAIL STATEMENT NO ADDRESS'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND CE-EMAIL-ADDRESS NOT = SPACES
               PERFORM CHECK-EMAIL-ADDRESS-FORM
               IF EMAIL-MALFORMED
                   SET RECORD-FAILED-EDIT TO TRUE
                   MOVE '12' TO CR-REJECT-REASON-CODE
                   MOVE 'EMAIL ADDRESS MALFORMED'
                       TO CR-REJECT-REASON-TEXT
               END-IF
           END-IF.

      *    A DELIVERABLE-LOOKING ADDRESS IS ONE WORD, LEFT
      *    JUSTIFIED, WITH EXACTLY ONE '@' THAT IS NEITHER FIRST
      *    NOR LAST, AND A DOMAIN AFTER IT CONTAINING A '.' THAT
      *    NEITHER STARTS NOR ENDS THE ADDRESS.
       CHECK-EMAIL-ADDRESS-FORM.
           SET EMAIL-WELL-FORMED TO TRUE
           MOVE ZERO TO EMAIL-ADDRESS-LENGTH EMAIL-LOCAL-LENGTH
               EMAIL-AT-SIGN-COUNT EMAIL-DOMAIN-DOT-COUNT
           INSPECT CE-EMAIL-ADDRESS TALLYING EMAIL-ADDRESS-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT CE-EMAIL-ADDRESS TALLYING EMAIL-AT-SIGN-COUNT
               FOR ALL '@'
           INSPECT CE-EMAIL-ADDRESS TALLYING EMAIL-LOCAL-LENGTH
               FOR CHARACTERS BEFORE INITIAL '@'
           COMPUTE EMAIL-DOMAIN-START = EMAIL-LOCAL-LENGTH + 2

           IF EMAIL-ADDRESS-LENGTH = ZERO
              OR EMAIL-AT-SIGN-COUNT NOT = 1
              OR EMAIL-LOCAL-LENGTH = ZERO
              OR EMAIL-DOMAIN-START > EMAIL-ADDRESS-LENGTH
               SET EMAIL-MALFORMED TO TRUE
           END-IF

           IF EMAIL-WELL-FORMED
              AND EMAIL-ADDRESS-LENGTH < 60
               IF CE-EMAIL-ADDRESS(EMAIL-ADDRESS-LENGTH + 1:)
                      NOT = SPACES
                   SET EMAIL-MALFORMED TO TRUE
               END-IF
           END-IF

           IF EMAIL-WELL-FORMED
               INSPECT CE-EMAIL-ADDRESS(EMAIL-DOMAIN-START:
                       EMAIL-ADDRESS-LENGTH - EMAIL-DOMAIN-START + 1)
                   TALLYING EMAIL-DOMAIN-DOT-COUNT FOR ALL '.'
               IF EMAIL-DOMAIN-DOT-COUNT = ZERO
                  OR CE-EMAIL-ADDRESS(EMAIL-DOMAIN-START:1) = '.'
                  OR CE-EMAIL-ADDRESS(EMAIL-ADDRESS-LENGTH:1) = '.'
                   SET EMAIL-MALFORMED TO TRUE
               END-IF
           END-IF.

       VALIDATE-TRANSACTION-FIELDS.
                   TO CR-REJECT-REASON-TEXT
           END-IF.

      *    A LARGE CREDIT-LIMIT RAISE OR A CREDIT-HOLD RELEASE IS HELD
      *    UNDER DUAL CONTROL AND MUST BE KEYED AND APPROVED ONLINE IN
      *    CUSTOMER-INQUIRY. THE CHANGE IS MEASURED AGAINST THE MASTER
      *    AS IT STANDS; A ZERO LIMIT MEANS NO LIMIT. ANY RETURN TO
      *    ACTIVE COUNTS AS A RELEASE - OTHERWISE A HELD ACCOUNT COULD
      *    BE CLOSED IN ONE RUN AND REOPENED IN THE NEXT.
       VALIDATE-DUAL-CONTROL-FIELDS.
           MOVE ZERO TO LIMIT-INCREASE-AMOUNT
           IF CUSTOMER-CREDIT-LIMIT > ZERO
              AND CE-CUSTOMER-CREDIT-LIMIT > CUSTOMER-CREDIT-LIMIT
               COMPUTE LIMIT-INCREASE-AMOUNT =
                   CE-CUSTOMER-CREDIT-LIMIT - CUSTOMER-CREDIT-LIMIT
           END-IF
           IF CUSTOMER-CREDIT-LIMIT > ZERO
              AND (CE-CUSTOMER-CREDIT-LIMIT = ZERO
                   OR LIMIT-INCREASE-AMOUNT > LIMIT-INCR-THRESHOLD)
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '13' TO CR-REJECT-REASON-CODE
               MOVE 'LIMIT RAISE NEEDS APPROVAL'
                   TO CR-REJECT-REASON-TEXT
           END-IF

           IF RECORD-IS-VALID
              AND NOT CUSTOMER-STATUS-ACTIVE
              AND CE-CUSTOMER-STATUS = 'A'
               SET RECORD-FAILED-EDIT TO TRUE
               MOVE '14' TO CR-REJECT-REASON-CODE
               MOVE 'REACTIVATION NEEDS APPROVAL'
                   TO CR-REJECT-REASON-TEXT
           END-IF.

       LOOK-UP-CUSTOMER-MASTER.
           MOVE CE-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
           MOVE CE-TRANS-TYPE TO CV-TRANS-TYPE
           MOVE CE-CUSTOMER-ID TO CV-CUSTOMER-ID
           MOVE CE-CUSTOMER-NAME TO CV-CUSTOMER-NAME
           IF CE-TRANS-CONTACT OR CE-TRANS-HIERARCHY
               MOVE ZERO TO CV-CUSTOMER-BALANCE
               MOVE ZERO TO CV-CUSTOMER-CREDIT-LIMIT
               MOVE ZERO TO CV-CUSTOMER-LAST-PAYMENT-DATE
                   TO CV-CUSTOMER-LAST-PAYMENT-DATE
           END-IF
           MOVE CE-CONTACT-FIELDS TO CV-CONTACT-FIELDS
           MOVE CE-HIERARCHY-FIELDS TO CV-HIERARCHY-FIELDS
           WRITE CUSTOMER-VALID-RECORD
           ADD 1 TO TRANSACTIONS-ACCEPTED.

           MOVE CE-CUSTOMER-LAST-PAYMENT-DATE
               TO CR-CUSTOMER-LAST-PAYMENT-DATE
           MOVE CE-CONTACT-FIELDS TO CR-CONTACT-FIELDS
           MOVE CE-HIERARCHY-FIELDS TO CR-HIERARCHY-FIELDS
           MOVE EDIT-RUN-DATE TO CR-REJECT-DATE
           WRITE CUSTOMER-REJECT-RECORD
           MOVE CUSTOMER-REJECT-RECORD TO REJECT-PENDING-RECORD
           CLOSE CUSTOMER-FILE
           CLOSE UNSORTED-VALID-FILE
           CLOSE CUSTOMER-REJECT-FILE
           CLOSE REJECT-PENDING-FILE
           IF HIERARCHY-FILE-PRESENT
               CLOSE HIERARCHY-FILE
           END-IF.

       SORT-VALID-TRANSACTIONS.
           SORT SORT-WORK-FILE ON ASCENDING KEY SW-CUSTOMER-ID
