           RECORD KEY IS CN-CUSTOMER-ID
           FILE STATUS IS CUSTOMER-CONTACT-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO 'customer-update.ckpt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESTART-FILE-STATUS.
       FD CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD RESTART-FILE.
       01 RESTART-RECORD.
           05 RESTART-LAST-CUSTOMER-ID   PIC 9(5).
       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS    PIC X(02).
       01 CUSTOMER-CONTACT-STATUS PIC X(02).
       01 HIERARCHY-FILE-STATUS   PIC X(02).
       01 RESTART-FILE-STATUS     PIC X(02).
       01 BUSINESS-PARAM-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS       PIC X(02).
           05 CONTACT-LOOKUP-SWITCH  PIC X(01) VALUE 'N'.
               88 CONTACT-ON-FILE    VALUE 'Y'.
               88 CONTACT-NOT-ON-FILE VALUE 'N'.
           05 HIERARCHY-LOOKUP-SWITCH PIC X(01) VALUE 'N'.
               88 LINK-ON-FILE       VALUE 'Y'.
               88 LINK-NOT-ON-FILE   VALUE 'N'.
           05 FAMILY-MEMBER-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-FAMILY-MEMBERS VALUE 'Y'.
           05 FAMILY-CHILD-SWITCH    PIC X(01) VALUE 'N'.
               88 FAMILY-HAS-CHILDREN VALUE 'Y'.
               88 FAMILY-HAS-NO-CHILDREN VALUE 'N'.
           05 PARENT-LOOKUP-SWITCH   PIC X(01) VALUE 'N'.
               88 PARENT-ON-MASTER   VALUE 'Y'.
               88 PARENT-NOT-ON-MASTER VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 CUSTOMERS-CHANGED      PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-DELETED      PIC 9(07) VALUE ZERO.
           05 CONTACTS-APPLIED       PIC 9(07) VALUE ZERO.
           05 HIERARCHY-LINKS-APPLIED PIC 9(07) VALUE ZERO.
           05 HIERARCHY-LINKS-REFUSED PIC 9(07) VALUE ZERO.
           05 ADDS-ALREADY-ON-FILE   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
               MOVE TRANSACTIONS-APPLIED TO RC-RECORDS-OUT
               COMPUTE RC-RECORDS-REJECTED =
                   TRANSACTIONS-NOT-FOUND + ADDS-ALREADY-ON-FILE
                       + HIERARCHY-LINKS-REFUSED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
               STOP RUN
           END-IF
           PERFORM OPEN-CONTACT-FILE
           PERFORM OPEN-HIERARCHY-FILE
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
               STOP RUN
           END-IF.

       OPEN-HIERARCHY-FILE.
           OPEN I-O HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               OPEN OUTPUT HIERARCHY-FILE
               CLOSE HIERARCHY-FILE
               OPEN I-O HIERARCHY-FILE
           END-IF
           IF HIERARCHY-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-UPDATE: UNABLE TO OPEN '
                   'HIERARCHY-FILE, STATUS=' HIERARCHY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
                   PERFORM DELETE-CUSTOMER-MASTER
               WHEN CU-TRANS-CONTACT
                   PERFORM POST-CUSTOMER-CONTACT
               WHEN CU-TRANS-HIERARCHY
                   PERFORM POST-HIERARCHY-LINK
           END-EVALUATE.

      *    A CONTACT TRANSACTION UPSERTS THE MAILING RECORD: THE
           MOVE CU-STATE TO CN-STATE
           MOVE CU-ZIP-CODE TO CN-ZIP-CODE
           MOVE CU-EMAIL-FLAG TO CN-EMAIL-FLAG
           MOVE CU-EMAIL-ADDRESS TO CN-EMAIL-ADDRESS
           IF CONTACT-ON-FILE
               REWRITE CUSTOMER-CONTACT-RECORD
           ELSE
           ADD 1 TO CONTACTS-APPLIED
           PERFORM COUNT-APPLIED-TRANSACTION.

      *    A HIERARCHY TRANSACTION UPSERTS OR REMOVES THE ACCOUNT'S
      *    LINK: A ZERO PARENT UNLINKS IT, ITS OWN ID AS PARENT
      *    MAKES IT THE HEAD OF A FAMILY CARRYING THE FAMILY
      *    LIMITS, AND ANY OTHER PARENT LINKS IT AS A CHILD. A
      *    PARENT WITH NO RECORD OF ITS OWN YET IS MADE HEAD OF A
      *    NEW FAMILY WITH NO FAMILY LIMITS. THE EDIT HAS ALREADY
      *    PROVED THE FAMILY SHAPE AGAINST THE FILE AS IT STOOD, BUT
      *    EARLIER TRANSACTIONS IN THIS SAME RUN MAY HAVE CHANGED
      *    IT, SO POSTING PROVES IT AGAIN AND REFUSES ANYTHING THAT
      *    WOULD BREAK IT: UNLINKING OR MOVING AN ACCOUNT THAT NOW
      *    HEADS OTHER MEMBERS (IT WOULD ORPHAN OR NEST THEM), AND
      *    LINKING UNDER A PARENT THAT HAS SINCE BEEN DELETED FROM
      *    THE MASTER OR MOVED UNDER ANOTHER PARENT. THE MASTER
      *    RECORD IS NOT TOUCHED, SO NO CUSTAUDIT IMAGE IS CUT.
       POST-HIERARCHY-LINK.
           IF CU-PARENT-CUSTOMER-ID = ZERO
               PERFORM CHECK-FAMILY-CHILDREN
               IF FAMILY-HAS-CHILDREN
                   DISPLAY 'CUSTOMER-UPDATE: UNLINK OF '
                       CU-CUSTOMER-ID ' REFUSED - IT STILL HEADS '
                       'A FAMILY'
                   ADD 1 TO HIERARCHY-LINKS-REFUSED
               ELSE
                   PERFORM DROP-HIERARCHY-LINK
                   ADD 1 TO HIERARCHY-LINKS-APPLIED
                   PERFORM COUNT-APPLIED-TRANSACTION
               END-IF
           ELSE
               IF CU-PARENT-CUSTOMER-ID = CU-CUSTOMER-ID
                   PERFORM WRITE-HIERARCHY-LINK
                   ADD 1 TO HIERARCHY-LINKS-APPLIED
                   PERFORM COUNT-APPLIED-TRANSACTION
               ELSE
                   PERFORM LINK-UNDER-PARENT
               END-IF
           END-IF.

       LINK-UNDER-PARENT.
           PERFORM CHECK-FAMILY-CHILDREN
           IF FAMILY-HAS-CHILDREN
               DISPLAY 'CUSTOMER-UPDATE: LINK OF ' CU-CUSTOMER-ID
                   ' REFUSED - IT STILL HEADS A FAMILY'
               ADD 1 TO HIERARCHY-LINKS-REFUSED
           ELSE
               PERFORM LINK-UNDER-LIVE-PARENT
           END-IF.

       LINK-UNDER-LIVE-PARENT.
           MOVE CU-PARENT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET PARENT-NOT-ON-MASTER TO TRUE
               NOT INVALID KEY
                   SET PARENT-ON-MASTER TO TRUE
           END-READ
           IF PARENT-NOT-ON-MASTER
               DISPLAY 'CUSTOMER-UPDATE: LINK OF ' CU-CUSTOMER-ID
                   ' REFUSED - PARENT ' CU-PARENT-CUSTOMER-ID
                   ' IS NO LONGER ON FILE'
               ADD 1 TO HIERARCHY-LINKS-REFUSED
           ELSE
               PERFORM LINK-UNDER-HEAD-OF-FAMILY
           END-IF.

       LINK-UNDER-HEAD-OF-FAMILY.
           MOVE CU-PARENT-CUSTOMER-ID TO HR-CUSTOMER-ID
           PERFORM READ-HIERARCHY-LINK
           IF LINK-ON-FILE
              AND HR-PARENT-CUSTOMER-ID NOT = HR-CUSTOMER-ID
               DISPLAY 'CUSTOMER-UPDATE: LINK OF ' CU-CUSTOMER-ID
                   ' REFUSED - PARENT ' CU-PARENT-CUSTOMER-ID
                   ' IS NOW A CHILD OF ' HR-PARENT-CUSTOMER-ID
               ADD 1 TO HIERARCHY-LINKS-REFUSED
           ELSE
               IF LINK-NOT-ON-FILE
                   MOVE CU-PARENT-CUSTOMER-ID TO HR-CUSTOMER-ID
                   MOVE CU-PARENT-CUSTOMER-ID
                       TO HR-PARENT-CUSTOMER-ID
                   MOVE ZERO TO HR-FAMILY-CREDIT-LIMIT
                   MOVE ZERO TO HR-FAMILY-PAST-DUE-LIMIT
                   MOVE AUDIT-RUN-DATE TO HR-LINKED-DATE
                   WRITE CUSTOMER-HIERARCHY-RECORD
               END-IF
               PERFORM WRITE-HIERARCHY-LINK
               ADD 1 TO HIERARCHY-LINKS-APPLIED
               PERFORM COUNT-APPLIED-TRANSACTION
           END-IF.

       WRITE-HIERARCHY-LINK.
           MOVE CU-CUSTOMER-ID TO HR-CUSTOMER-ID
           PERFORM READ-HIERARCHY-LINK
           MOVE CU-CUSTOMER-ID TO HR-CUSTOMER-ID
           MOVE CU-PARENT-CUSTOMER-ID TO HR-PARENT-CUSTOMER-ID
           MOVE CU-FAMILY-CREDIT-LIMIT TO HR-FAMILY-CREDIT-LIMIT
           MOVE CU-FAMILY-PAST-DUE-LIMIT TO HR-FAMILY-PAST-DUE-LIMIT
           MOVE AUDIT-RUN-DATE TO HR-LINKED-DATE
           IF LINK-ON-FILE
               REWRITE CUSTOMER-HIERARCHY-RECORD
           ELSE
               WRITE CUSTOMER-HIERARCHY-RECORD
           END-IF.

       DROP-HIERARCHY-LINK.
           MOVE CU-CUSTOMER-ID TO HR-CUSTOMER-ID
           PERFORM READ-HIERARCHY-LINK
           IF LINK-ON-FILE
               DELETE HIERARCHY-FILE
           END-IF.

       READ-HIERARCHY-LINK.
           READ HIERARCHY-FILE
               INVALID KEY
                   SET LINK-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET LINK-ON-FILE TO TRUE
           END-READ.

      *    AN ACCOUNT HEADS OTHER MEMBERS WHEN ANY LINK BUT ITS OWN
      *    CARRIES IT AS PARENT.
       CHECK-FAMILY-CHILDREN.
           SET FAMILY-HAS-NO-CHILDREN TO TRUE
           MOVE 'N' TO FAMILY-MEMBER-EOF
           MOVE CU-CUSTOMER-ID TO HR-PARENT-CUSTOMER-ID
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
               IF HR-PARENT-CUSTOMER-ID NOT = CU-CUSTOMER-ID
                   SET NO-MORE-FAMILY-MEMBERS TO TRUE
               ELSE
                   IF HR-CUSTOMER-ID NOT = CU-CUSTOMER-ID
                       SET FAMILY-HAS-CHILDREN TO TRUE
                   END-IF
               END-IF
           END-IF.

       WRITE-CUSTOMER-MASTER.
           MOVE CU-CUSTOMER-ID TO CUSTOMER-ID
           MOVE CU-CUSTOMER-NAME TO CUSTOMER-NAME
           ADD 1 TO CUSTOMERS-CHANGED
           PERFORM COUNT-APPLIED-TRANSACTION.

      *    A HEAD STILL CARRYING MEMBERS - LINKED EARLIER IN THIS RUN,
      *    AFTER THE EDIT LET THE DELETE THROUGH - IS NOT DELETED:
      *    ITS CHILDREN WOULD BE LEFT UNDER A PARENT THAT IS GONE.
       DELETE-CUSTOMER-MASTER.
           PERFORM CHECK-FAMILY-CHILDREN
           IF FAMILY-HAS-CHILDREN
               DISPLAY 'CUSTOMER-UPDATE: DELETE OF ' CU-CUSTOMER-ID
                   ' REFUSED - IT STILL HEADS A FAMILY'
               ADD 1 TO HIERARCHY-LINKS-REFUSED
           ELSE
               PERFORM DELETE-UNLINKED-MASTER
           END-IF.

       DELETE-UNLINKED-MASTER.
           MOVE CU-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
               NOT INVALID KEY
                   PERFORM FILL-AUDIT-BEFORE-IMAGE
                   DELETE CUSTOMER-FILE
                   PERFORM DROP-HIERARCHY-LINK
                   PERFORM CLEAR-AUDIT-AFTER-IMAGE
                   SET AU-ACTION-DELETE TO TRUE
                   PERFORM WRITE-AUDIT-RECORD
           MOVE AUDIT-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-UPDATE' TO AU-PROGRAM-NAME
           MOVE 'CUSTUPD' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       COUNT-APPLIED-TRANSACTION.
           DISPLAY '  Customers Changed:      ' CUSTOMERS-CHANGED
           DISPLAY '  Customers Deleted:      ' CUSTOMERS-DELETED
           DISPLAY '  Contacts Applied:       ' CONTACTS-APPLIED
           DISPLAY '  Hierarchy Links Applied:' HIERARCHY-LINKS-APPLIED
           DISPLAY '  Hierarchy Links Refused:' HIERARCHY-LINKS-REFUSED
           DISPLAY '  Transactions Skipped:   ' TRANSACTIONS-SKIPPED
           DISPLAY '  Customers Not Found:    ' TRANSACTIONS-NOT-FOUND
           DISPLAY '  Adds Already On File:   ' ADDS-ALREADY-ON-FILE
       TERMINATE-UPDATE.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-CONTACT-FILE
           CLOSE HIERARCHY-FILE
           CLOSE CUSTOMER-VALID-FILE
           CLOSE AUDIT-FILE.
