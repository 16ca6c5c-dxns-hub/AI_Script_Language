           RECORD KEY IS CN-CUSTOMER-ID
           FILE STATUS IS CUSTOMER-CONTACT-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO 'dunning-letters.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS PP-CUSTOMER-ID
           FILE STATUS IS PROMISE-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT BROKEN-PROMISE-FILE
           ASSIGN TO 'broken-promise.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
       FD CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD LETTER-FILE.
       01 LETTER-LINE              PIC X(80).

       FD PROMISE-FILE.
           COPY CUSTPROM.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD BROKEN-PROMISE-FILE.
       01 BROKEN-PROMISE-LINE      PIC X(80).

       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 CUSTOMER-CONTACT-STATUS  PIC X(02).
       01 HIERARCHY-FILE-STATUS    PIC X(02).
       01 DUNNING-HISTORY-STATUS   PIC X(02).
       01 PROMISE-FILE-STATUS      PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).

           05 PROMISE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 PROMISE-FILE-PRESENT VALUE 'Y'.
               88 PROMISE-FILE-ABSENT VALUE 'N'.
           05 DISPUTE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 DISPUTE-FILE-PRESENT VALUE 'Y'.
               88 DISPUTE-FILE-ABSENT VALUE 'N'.
           05 ITEM-DISPUTE-SWITCH     PIC X(01) VALUE 'N'.
               88 ITEM-IN-DISPUTE     VALUE 'Y'.
               88 ITEM-NOT-IN-DISPUTE VALUE 'N'.
           05 PROMISE-HOLD-SWITCH     PIC X(01) VALUE 'N'.
               88 PROMISE-CURRENT     VALUE 'Y'.
               88 NO-CURRENT-PROMISE  VALUE 'N'.
           05 WORKLIST-PROMISE-FLAG   PIC X(01) VALUE 'N'.
           05 HIERARCHY-FILE-SWITCH   PIC X(01) VALUE 'Y'.
               88 HIERARCHY-FILE-PRESENT VALUE 'Y'.
               88 HIERARCHY-FILE-ABSENT VALUE 'N'.
           05 FAMILY-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 FAMILY-FOUND        VALUE 'Y'.
               88 FAMILY-NOT-FOUND    VALUE 'N'.
           05 FAMILY-TABLE-SWITCH     PIC X(01) VALUE 'N'.
               88 FAMILY-TABLE-FULL   VALUE 'Y'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
           05 AGE-90-PLUS-DAY       PIC 9(7)V99 VALUE ZERO.
           05 TOTAL-OPEN-ITEMS      PIC 9(7)V99 VALUE ZERO.

      *    WORKLIST TOTALS FOR EACH NATIONAL ACCOUNT FAMILY, HELD
      *    UNTIL EVERY MEMBER HAS BEEN AGED AND WRITTEN AS ONE
      *    ENTRY UNDER THE PARENT AT THE END OF THE RUN.
       01 FAMILY-WORKLIST-TABLE.
           05 FAMILY-COUNT           PIC 9(03) COMP VALUE ZERO.
           05 FAMILY-ENTRY OCCURS 100 TIMES.
               10 FW-PARENT-ID       PIC 9(5).
               10 FW-PARENT-NAME     PIC X(30).
               10 FW-MEMBER-COUNT    PIC 9(03).
               10 FW-AGE-90-PLUS     PIC 9(9)V99.
               10 FW-TOTAL-OPEN      PIC 9(9)V99.
               10 FW-NOTICE-LEVEL    PIC 9(1).
               10 FW-BROKEN-PROMISE  PIC X(01).
           05 FAMILY-IDX             PIC 9(03) COMP VALUE ZERO.
           05 FAMILY-SUB             PIC 9(03) COMP VALUE ZERO.

       01 NOTICE-CONTROLS.
           05 DUNNING-RUN-DATE      PIC 9(8).
           05 COMPUTED-NOTICE-LEVEL PIC 9(1) VALUE ZERO.
           05 PROMISES-KEPT         PIC 9(07) VALUE ZERO.
           05 PROMISES-BROKEN       PIC 9(07) VALUE ZERO.
           05 WORKLIST-ENTRIES      PIC 9(07) VALUE ZERO.
           05 FAMILY-WORKLIST-ENTRIES PIC 9(07) VALUE ZERO.
           05 ITEMS-IN-DISPUTE      PIC 9(07) VALUE ZERO.

       01 LETTER-HEADING-LINE.
           05 FILLER                PIC X(20) VALUE SPACES.
           PERFORM INITIALIZE-DUNNING
           PERFORM PROCESS-CUSTOMER-DUNNING
               UNTIL NO-MORE-CUSTOMERS
           PERFORM WRITE-FAMILY-WORKLIST-ENTRY
               VARYING FAMILY-IDX FROM 1 BY 1
               UNTIL FAMILY-IDX > FAMILY-COUNT
           PERFORM DISPLAY-DUNNING-SUMMARY
           PERFORM CLOSE-DUNNING-FILES
           PERFORM SORT-COLLECTIONS-WORKLIST
           PERFORM OPEN-DUNNING-HISTORY
           PERFORM OPEN-CONTACT-FILE
           PERFORM OPEN-PROMISE-FILE
           PERFORM OPEN-DISPUTE-FILE
           PERFORM OPEN-HIERARCHY-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT UNSORTED-WORKLIST-FILE
           OPEN OUTPUT MAIL-EXCEPTION-FILE
               END-IF
           END-IF.

      *    A MISSING DISPUTE FILE JUST MEANS NOTHING IS IN DISPUTE -
      *    EVERY OPEN ITEM IS TREATED AS COLLECTIBLE.
       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET DISPUTE-FILE-ABSENT TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-DUNNING: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    A MISSING HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNT
      *    FAMILIES - EVERY ACCOUNT GOES ON THE WORKLIST ALONE.
       OPEN-HIERARCHY-FILE.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET HIERARCHY-FILE-ABSENT TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-DUNNING: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS=' HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
               AT END

       PROCESS-CUSTOMER-DUNNING.
           ADD 1 TO CUSTOMERS-READ
           PERFORM FIND-CUSTOMER-FAMILY
           IF FAMILY-FOUND
              AND CUSTOMER-ID = FW-PARENT-ID(FAMILY-SUB)
               MOVE CUSTOMER-NAME TO FW-PARENT-NAME(FAMILY-SUB)
           END-IF
           IF NOT CUSTOMER-STATUS-CLOSED
               PERFORM AGE-CUSTOMER-OPEN-ITEMS
               PERFORM DETERMINE-NOTICE-LEVEL
                       PERFORM RECORD-NOTICE-LEVEL
                   END-IF
               END-IF
               IF FAMILY-FOUND
                   PERFORM ROLL-UP-WORKLIST-ENTRY
               ELSE
                   IF AGE-90-PLUS-DAY > ZERO
                      OR WORKLIST-PROMISE-FLAG = 'Y'
                       PERFORM WRITE-WORKLIST-ENTRY
                   END-IF
               END-IF
           END-IF
           PERFORM READ-CUSTOMER-FILE.
               IF CT-CUSTOMER-ID NOT = CUSTOMER-ID
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   PERFORM CHECK-ITEM-DISPUTE
                   IF ITEM-IN-DISPUTE
                       ADD 1 TO ITEMS-IN-DISPUTE
                   ELSE
                       PERFORM AGE-COLLECTIBLE-ITEM
                   END-IF
               END-IF
           END-IF.

       AGE-COLLECTIBLE-ITEM.
           ADD CT-TRANS-AMOUNT TO TOTAL-OPEN-ITEMS
           EVALUATE TRUE
               WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-1
                   ADD CT-TRANS-AMOUNT TO AGE-CURRENT
               WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-2
                   ADD CT-TRANS-AMOUNT TO AGE-30-DAY
               WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-3
                   ADD CT-TRANS-AMOUNT TO AGE-60-DAY
               WHEN OTHER
                   ADD CT-TRANS-AMOUNT TO AGE-90-PLUS-DAY
           END-EVALUATE.

      *    AN ITEM UNDER OPEN DISPUTE IS LEFT OUT UNTIL THE ANALYST
      *    RESOLVES IT; A RESOLVED DISPUTE NO LONGER PROTECTS IT.
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

       DETERMINE-NOTICE-LEVEL.
           EVALUATE TRUE
               WHEN AGE-90-PLUS-DAY > ZERO
           MOVE TOTAL-OPEN-ITEMS TO CW-TOTAL-OPEN
           MOVE COMPUTED-NOTICE-LEVEL TO CW-NOTICE-LEVEL
           MOVE WORKLIST-PROMISE-FLAG TO CW-BROKEN-PROMISE
           MOVE ZERO TO CW-FAMILY-MEMBERS
           WRITE COLLECTION-WORK-RECORD
           ADD 1 TO WORKLIST-ENTRIES.

      *    A MEMBER OF A NATIONAL ACCOUNT FAMILY IS FOUND THROUGH
      *    ITS HIERARCHY LINK, AND ITS FAMILY'S ROLL-UP ENTRY IS
      *    OPENED THE FIRST TIME ANY MEMBER COMES THROUGH. A
      *    FAMILY THAT DOES NOT FIT IN THE TABLE GOES ON THE
      *    WORKLIST ACCOUNT BY ACCOUNT AND THE RUN ENDS RC=4 SO THE
      *    TABLE GETS WIDENED.
       FIND-CUSTOMER-FAMILY.
           SET FAMILY-NOT-FOUND TO TRUE
           IF HIERARCHY-FILE-PRESENT
               MOVE CUSTOMER-ID TO HR-CUSTOMER-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM FIND-FAMILY-ENTRY
               END-READ
           END-IF.

       FIND-FAMILY-ENTRY.
           PERFORM CHECK-FAMILY-ENTRY
               VARYING FAMILY-IDX FROM 1 BY 1
               UNTIL FAMILY-IDX > FAMILY-COUNT
                  OR FAMILY-FOUND
           IF FAMILY-NOT-FOUND
               IF FAMILY-COUNT < 100
                   ADD 1 TO FAMILY-COUNT
                   MOVE FAMILY-COUNT TO FAMILY-SUB
                   MOVE HR-PARENT-CUSTOMER-ID
                       TO FW-PARENT-ID(FAMILY-SUB)
                   MOVE SPACES TO FW-PARENT-NAME(FAMILY-SUB)
                   MOVE ZERO TO FW-MEMBER-COUNT(FAMILY-SUB)
                   MOVE ZERO TO FW-AGE-90-PLUS(FAMILY-SUB)
                   MOVE ZERO TO FW-TOTAL-OPEN(FAMILY-SUB)
                   MOVE ZERO TO FW-NOTICE-LEVEL(FAMILY-SUB)
                   MOVE 'N' TO FW-BROKEN-PROMISE(FAMILY-SUB)
                   SET FAMILY-FOUND TO TRUE
               ELSE
                   IF NOT FAMILY-TABLE-FULL
                       DISPLAY 'CUSTOMER-DUNNING: FAMILY TABLE '
                           'FULL, FAMILY OF PARENT '
                           HR-PARENT-CUSTOMER-ID
                           ' AND LATER LISTED ALONE'
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET FAMILY-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-FAMILY-ENTRY.
           IF FW-PARENT-ID(FAMILY-IDX) = HR-PARENT-CUSTOMER-ID
               SET FAMILY-FOUND TO TRUE
               MOVE FAMILY-IDX TO FAMILY-SUB
           END-IF.

      *    EVERY OPEN MEMBER COUNTS TOWARD THE FAMILY ENTRY, WHICH
      *    CARRIES THE FAMILY'S HIGHEST NOTICE LEVEL AND IS FLAGGED
      *    IF ANY MEMBER HAS BROKEN A PROMISE.
       ROLL-UP-WORKLIST-ENTRY.
           ADD 1 TO FW-MEMBER-COUNT(FAMILY-SUB)
           ADD AGE-90-PLUS-DAY TO FW-AGE-90-PLUS(FAMILY-SUB)
           ADD TOTAL-OPEN-ITEMS TO FW-TOTAL-OPEN(FAMILY-SUB)
           IF COMPUTED-NOTICE-LEVEL > FW-NOTICE-LEVEL(FAMILY-SUB)
               MOVE COMPUTED-NOTICE-LEVEL
                   TO FW-NOTICE-LEVEL(FAMILY-SUB)
           END-IF
           IF WORKLIST-PROMISE-FLAG = 'Y'
               MOVE 'Y' TO FW-BROKEN-PROMISE(FAMILY-SUB)
           END-IF.

      *    A FAMILY GOES ON THE WORKLIST UNDER THE SAME TEST AS A
      *    SINGLE ACCOUNT, APPLIED TO THE WHOLE FAMILY.
       WRITE-FAMILY-WORKLIST-ENTRY.
           IF FW-AGE-90-PLUS(FAMILY-IDX) > ZERO
              OR FW-BROKEN-PROMISE(FAMILY-IDX) = 'Y'
               MOVE FW-PARENT-ID(FAMILY-IDX) TO CW-CUSTOMER-ID
               MOVE FW-PARENT-NAME(FAMILY-IDX) TO CW-CUSTOMER-NAME
               MOVE FW-AGE-90-PLUS(FAMILY-IDX) TO CW-AGE-90-PLUS
               MOVE FW-TOTAL-OPEN(FAMILY-IDX) TO CW-TOTAL-OPEN
               MOVE FW-NOTICE-LEVEL(FAMILY-IDX) TO CW-NOTICE-LEVEL
               MOVE FW-BROKEN-PROMISE(FAMILY-IDX)
                   TO CW-BROKEN-PROMISE
               MOVE FW-MEMBER-COUNT(FAMILY-IDX) TO CW-FAMILY-MEMBERS
               WRITE COLLECTION-WORK-RECORD
               ADD 1 TO WORKLIST-ENTRIES
               ADD 1 TO FAMILY-WORKLIST-ENTRIES
           END-IF.

       DISPLAY-DUNNING-SUMMARY.
           DISPLAY 'CUSTOMER-DUNNING Summary:'
           DISPLAY '  Customers Read:    ' CUSTOMERS-READ
           DISPLAY '  Held On Promise:   ' LETTERS-HELD-PROMISE
           DISPLAY '  Promises Kept:     ' PROMISES-KEPT
           DISPLAY '  Promises Broken:   ' PROMISES-BROKEN
           DISPLAY '  Worklist Entries:  ' WORKLIST-ENTRIES
           DISPLAY '  Family Entries:    ' FAMILY-WORKLIST-ENTRIES
           DISPLAY '  Items In Dispute:  ' ITEMS-IN-DISPUTE.

       CLOSE-DUNNING-FILES.
           CLOSE CUSTOMER-FILE
           IF PROMISE-FILE-PRESENT
               CLOSE PROMISE-FILE
           END-IF
           IF DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           IF HIERARCHY-FILE-PRESENT
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE LETTER-FILE
           CLOSE UNSORTED-WORKLIST-FILE
           CLOSE MAIL-EXCEPTION-FILE
