           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT NSF-FLAG-FILE ASSIGN TO 'nsf-flagged.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NSF-FLAG-STATUS.
       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD NSF-FLAG-FILE.
           COPY CUSTNSF.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 HIERARCHY-FILE-STATUS    PIC X(02).
       01 NSF-FLAG-STATUS          PIC X(02).
       01 RUN-MODE-STATUS          PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
               88 NO-MORE-CUSTOMERS   VALUE 'Y'.
           05 CUSTOMER-TRANS-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 DISPUTE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 DISPUTE-FILE-PRESENT VALUE 'Y'.
               88 DISPUTE-FILE-ABSENT VALUE 'N'.
           05 ITEM-DISPUTE-SWITCH     PIC X(01) VALUE 'N'.
               88 ITEM-IN-DISPUTE     VALUE 'Y'.
               88 ITEM-NOT-IN-DISPUTE VALUE 'N'.
           05 NSF-FLAG-EOF            PIC X(01) VALUE 'N'.
               88 NO-MORE-NSF-FLAGS   VALUE 'Y'.
           05 NSF-LOOKUP-SWITCH       PIC X(01) VALUE 'N'.
           05 RUN-MODE-SWITCH         PIC X(01) VALUE 'L'.
               88 PREVIEW-RUN         VALUE 'P'.
               88 LIVE-RUN            VALUE 'L'.
           05 HIERARCHY-FILE-SWITCH   PIC X(01) VALUE 'Y'.
               88 HIERARCHY-FILE-PRESENT VALUE 'Y'.
               88 HIERARCHY-FILE-ABSENT VALUE 'N'.
           05 HIERARCHY-FILE-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-HIERARCHY-LINKS VALUE 'Y'.
           05 FAMILY-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 FAMILY-FOUND        VALUE 'Y'.
               88 FAMILY-NOT-FOUND    VALUE 'N'.
           05 FAMILY-TABLE-SWITCH     PIC X(01) VALUE 'N'.
               88 FAMILY-TABLE-FULL   VALUE 'Y'.
           05 ACCOUNT-LIMIT-SWITCH    PIC X(01) VALUE 'N'.
               88 ACCOUNT-OVER-LIMITS VALUE 'Y'.
               88 ACCOUNT-WITHIN-LIMITS VALUE 'N'.

      *    RETURNED-ITEM FLAGS CUT BY TONIGHT'S CASH APPLICATION
      *    RUN, LOADED ONCE AT START-UP SO EACH CUSTOMER COSTS ONE
               10 NT-CUSTOMER-ID     PIC 9(5).
           05 NSF-IDX                PIC 9(03) COMP VALUE ZERO.

      *    COMBINED EXPOSURE OF EVERY NATIONAL ACCOUNT FAMILY ON THE
      *    HIERARCHY FILE, BUILT BEFORE THE REVIEW PASS SO EACH
      *    MEMBER CAN BE HELD OR RELEASED ON THE WHOLE FAMILY'S
      *    STANDING. A FAMILY IS HELD WHEN ITS COMBINED BALANCE IS
      *    OVER THE FAMILY CREDIT LIMIT, WHEN ITS COMBINED 90-PLUS
      *    IS OVER THE FAMILY 90-PLUS LIMIT, OR WHEN ANY ONE MEMBER
      *    FAILS ITS OWN CREDIT RULES.
       01 FAMILY-EXPOSURE-TABLE.
           05 FAMILY-COUNT           PIC 9(03) COMP VALUE ZERO.
           05 FAMILY-ENTRY OCCURS 100 TIMES.
               10 FT-PARENT-ID       PIC 9(5).
               10 FT-MEMBER-COUNT    PIC 9(03).
               10 FT-FAMILY-CREDIT-LIMIT PIC 9(7)V99.
               10 FT-FAMILY-PAST-DUE-LIMIT PIC 9(7)V99.
               10 FT-COMBINED-BALANCE PIC 9(9)V99.
               10 FT-COMBINED-90-PLUS PIC 9(9)V99.
               10 FT-MEMBER-SWITCH   PIC X(01).
                   88 FT-MEMBER-OVER-LIMITS VALUE 'Y'.
               10 FT-HOLD-SWITCH     PIC X(01).
                   88 FT-FAMILY-HELD VALUE 'Y'.
                   88 FT-FAMILY-CLEAR VALUE 'N'.
               10 FT-HOLD-REASON     PIC X(30).
           05 FAMILY-IDX             PIC 9(03) COMP VALUE ZERO.
           05 FAMILY-SUB             PIC 9(03) COMP VALUE ZERO.
           05 FAMILY-90-PLUS-LIMIT   PIC 9(7)V99 VALUE ZERO.

       01 REVIEW-CONTROLS.
           05 PAST-DUE-90-THRESHOLD  PIC 9(7)V99 VALUE 1000.00.
           05 AGE-90-PLUS-TOTAL      PIC 9(7)V99 VALUE ZERO.
           05 CUSTOMERS-REVIEWED     PIC 9(07) VALUE ZERO.
           05 HOLDS-SET              PIC 9(07) VALUE ZERO.
           05 HOLDS-RELEASED         PIC 9(07) VALUE ZERO.
           05 FAMILIES-REVIEWED      PIC 9(07) VALUE ZERO.
           05 FAMILIES-HELD          PIC 9(07) VALUE ZERO.

       01 AUDIT-RUN-STAMP.
           05 AUDIT-RUN-DATE         PIC 9(8).
           05 RD-ACTION             PIC X(07).
           05 RD-REASON             PIC X(30).

       01 FAMILY-HEADING-LINE-1.
           05 FILLER                PIC X(40)
               VALUE 'NATIONAL ACCOUNT FAMILY EXPOSURE'.

       01 FAMILY-HEADING-LINE-2.
           05 FILLER                PIC X(07) VALUE 'PARENT'.
           05 FILLER                PIC X(05) VALUE 'MBRS'.
           05 FILLER                PIC X(16) VALUE '  COMBINED BAL'.
           05 FILLER                PIC X(14) VALUE 'FAMILY LIMIT'.
           05 FILLER                PIC X(16) VALUE '  COMBINED 90+'.
           05 FILLER                PIC X(06) VALUE 'ACTION'.

       01 FAMILY-DETAIL-LINE.
           05 FE-PARENT-ID          PIC 9(5).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FE-MEMBER-COUNT       PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FE-COMBINED-BALANCE   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FE-FAMILY-LIMIT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FE-COMBINED-90-PLUS   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FE-ACTION             PIC X(05).

       01 PREVIEW-STAMP-LINE.
           05 FILLER                PIC X(40)
               VALUE '*** PREVIEW - NOTHING POSTED ***'.
           PERFORM INITIALIZE-REVIEW
           PERFORM REVIEW-CUSTOMERS
               UNTIL NO-MORE-CUSTOMERS
           PERFORM PRINT-FAMILY-EXPOSURE
           PERFORM DISPLAY-REVIEW-SUMMARY
           PERFORM TERMINATE-REVIEW
           PERFORM WRITE-RUN-LEDGER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DISPUTE-FILE
           PERFORM CHECK-RUN-MODE
           PERFORM LOAD-NSF-FLAGS
           PERFORM LOAD-FAMILY-EXPOSURE
           OPEN OUTPUT REVIEW-REPORT-FILE
           PERFORM OPEN-AUDIT-FILE
           ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD
               PERFORM READ-NEXT-CUSTOMER
           END-IF.

      *    A MISSING DISPUTE FILE JUST MEANS NOTHING IS IN DISPUTE -
      *    EVERY OPEN ITEM IS TREATED AS COLLECTIBLE.
       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET DISPUTE-FILE-ABSENT TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-CREDIT-REVIEW: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    A PREVIEW RUN PRODUCES THE FULL HOLD/RELEASE REPORT BUT
      *    WRITES NO MASTER OR AUDIT RECORDS, SO THE CREDIT MANAGER
      *    CAN SEE WHAT THE RUN WOULD DO AND VETO OUTLIERS VIA
               SET NSF-CUSTOMER-FLAGGED TO TRUE
           END-IF.

      *    THE HIERARCHY FILE IS READ IN PARENT ORDER SO EACH
      *    FAMILY'S MEMBERS ARRIVE TOGETHER. EVERY MEMBER ON THE
      *    MASTER ADDS ITS BALANCE AND ITS UNDISPUTED 90-PLUS TO
      *    THE FAMILY TOTAL WHATEVER ITS STATUS - A CLOSED BRANCH
      *    STILL OWES WHAT IT OWES - BUT ONLY AN ACTIVE OR HELD
      *    MEMBER IS JUDGED AGAINST ITS OWN RULES. THIS RUNS
      *    BEFORE THE REVIEW PASS POSITIONS THE MASTER. A MISSING
      *    HIERARCHY FILE MEANS NO FAMILIES: EVERY ACCOUNT STANDS
      *    ALONE.
       LOAD-FAMILY-EXPOSURE.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET HIERARCHY-FILE-ABSENT TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-CREDIT-REVIEW: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS='
                       HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF HIERARCHY-FILE-PRESENT
               MOVE ZERO TO HR-PARENT-CUSTOMER-ID
               START HIERARCHY-FILE
                   KEY IS >= HR-PARENT-CUSTOMER-ID
                   INVALID KEY
                       SET NO-MORE-HIERARCHY-LINKS TO TRUE
               END-START
               PERFORM READ-NEXT-HIERARCHY-LINK
               PERFORM ADD-FAMILY-MEMBER
                   UNTIL NO-MORE-HIERARCHY-LINKS
               PERFORM DECIDE-FAMILY-HOLD
                   VARYING FAMILY-IDX FROM 1 BY 1
                   UNTIL FAMILY-IDX > FAMILY-COUNT
           END-IF.

       READ-NEXT-HIERARCHY-LINK.
           IF NOT NO-MORE-HIERARCHY-LINKS
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HIERARCHY-LINKS TO TRUE
               END-READ
           END-IF.

       ADD-FAMILY-MEMBER.
           IF FAMILY-COUNT = ZERO
              OR FT-PARENT-ID(FAMILY-COUNT) NOT = HR-PARENT-CUSTOMER-ID
               PERFORM START-FAMILY-ENTRY
           END-IF
           IF NOT FAMILY-TABLE-FULL
               IF HR-CUSTOMER-ID = HR-PARENT-CUSTOMER-ID
                   MOVE HR-FAMILY-CREDIT-LIMIT
                       TO FT-FAMILY-CREDIT-LIMIT(FAMILY-COUNT)
                   MOVE HR-FAMILY-PAST-DUE-LIMIT
                       TO FT-FAMILY-PAST-DUE-LIMIT(FAMILY-COUNT)
               END-IF
               MOVE HR-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ADD-MEMBER-EXPOSURE
               END-READ
           END-IF
           PERFORM READ-NEXT-HIERARCHY-LINK.

      *    A FAMILY THAT DOES NOT FIT IN THE TABLE IS REVIEWED
      *    ACCOUNT BY ACCOUNT AS BEFORE, AND THE RUN ENDS RC=4 SO
      *    THE TABLE GETS WIDENED.
       START-FAMILY-ENTRY.
           IF FAMILY-COUNT < 100
               ADD 1 TO FAMILY-COUNT
               MOVE HR-PARENT-CUSTOMER-ID TO FT-PARENT-ID(FAMILY-COUNT)
               MOVE ZERO TO FT-MEMBER-COUNT(FAMILY-COUNT)
               MOVE ZERO TO FT-FAMILY-CREDIT-LIMIT(FAMILY-COUNT)
               MOVE ZERO TO FT-FAMILY-PAST-DUE-LIMIT(FAMILY-COUNT)
               MOVE ZERO TO FT-COMBINED-BALANCE(FAMILY-COUNT)
               MOVE ZERO TO FT-COMBINED-90-PLUS(FAMILY-COUNT)
               MOVE 'N' TO FT-MEMBER-SWITCH(FAMILY-COUNT)
               SET FT-FAMILY-CLEAR(FAMILY-COUNT) TO TRUE
               MOVE SPACES TO FT-HOLD-REASON(FAMILY-COUNT)
           ELSE
               IF NOT FAMILY-TABLE-FULL
                   DISPLAY 'CUSTOMER-CREDIT-REVIEW: FAMILY TABLE '
                       'FULL, FAMILY OF PARENT '
                       HR-PARENT-CUSTOMER-ID
                       ' AND LATER REVIEWED ALONE'
                   MOVE 4 TO RETURN-CODE
               END-IF
               SET FAMILY-TABLE-FULL TO TRUE
           END-IF.

       ADD-MEMBER-EXPOSURE.
           ADD 1 TO FT-MEMBER-COUNT(FAMILY-COUNT)
           ADD CUSTOMER-BALANCE TO FT-COMBINED-BALANCE(FAMILY-COUNT)
           PERFORM SUM-AGED-OPEN-ITEMS
           ADD AGE-90-PLUS-TOTAL TO FT-COMBINED-90-PLUS(FAMILY-COUNT)
           IF CUSTOMER-STATUS-ACTIVE OR CUSTOMER-STATUS-HOLD
               PERFORM FIND-NSF-FLAG
               PERFORM TEST-ACCOUNT-LIMITS
               IF ACCOUNT-OVER-LIMITS
                   SET FT-MEMBER-OVER-LIMITS(FAMILY-COUNT) TO TRUE
               END-IF
           END-IF.

      *    THE FAMILY 90-PLUS LIMIT FALLS BACK TO THE SINGLE-ACCOUNT
      *    THRESHOLD WHEN THE HEAD RECORD CARRIES NONE.
       DECIDE-FAMILY-HOLD.
           ADD 1 TO FAMILIES-REVIEWED
           IF FT-FAMILY-PAST-DUE-LIMIT(FAMILY-IDX) > ZERO
               MOVE FT-FAMILY-PAST-DUE-LIMIT(FAMILY-IDX)
                   TO FAMILY-90-PLUS-LIMIT
           ELSE
               MOVE PAST-DUE-90-THRESHOLD TO FAMILY-90-PLUS-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN FT-FAMILY-CREDIT-LIMIT(FAMILY-IDX) > ZERO
                AND FT-COMBINED-BALANCE(FAMILY-IDX)
                        > FT-FAMILY-CREDIT-LIMIT(FAMILY-IDX)
                   SET FT-FAMILY-HELD(FAMILY-IDX) TO TRUE
                   MOVE 'FAMILY OVER COMBINED LIMIT'
                       TO FT-HOLD-REASON(FAMILY-IDX)
               WHEN FT-COMBINED-90-PLUS(FAMILY-IDX)
                        > FAMILY-90-PLUS-LIMIT
                   SET FT-FAMILY-HELD(FAMILY-IDX) TO TRUE
                   MOVE 'FAMILY AGED 90+ OVER LIMIT'
                       TO FT-HOLD-REASON(FAMILY-IDX)
               WHEN FT-MEMBER-OVER-LIMITS(FAMILY-IDX)
                   SET FT-FAMILY-HELD(FAMILY-IDX) TO TRUE
                   MOVE 'HELD WITH FAMILY MEMBER'
                       TO FT-HOLD-REASON(FAMILY-IDX)
           END-EVALUATE
           IF FT-FAMILY-HELD(FAMILY-IDX)
               ADD 1 TO FAMILIES-HELD
           END-IF.

       FIND-CUSTOMER-FAMILY.
           SET FAMILY-NOT-FOUND TO TRUE
           IF HIERARCHY-FILE-PRESENT
               MOVE CUSTOMER-ID TO HR-CUSTOMER-ID
               READ HIERARCHY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-FAMILY-ENTRY
                           VARYING FAMILY-IDX FROM 1 BY 1
                           UNTIL FAMILY-IDX > FAMILY-COUNT
                              OR FAMILY-FOUND
               END-READ
           END-IF.

       CHECK-FAMILY-ENTRY.
           IF FT-PARENT-ID(FAMILY-IDX) = HR-PARENT-CUSTOMER-ID
               SET FAMILY-FOUND TO TRUE
               MOVE FAMILY-IDX TO FAMILY-SUB
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   IF CT-DAYS-PAST-DUE >= 90
                       PERFORM CHECK-ITEM-DISPUTE
                       IF ITEM-NOT-IN-DISPUTE
                           ADD CT-TRANS-AMOUNT TO AGE-90-PLUS-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

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

      *    A MEMBER OF A NATIONAL ACCOUNT FAMILY IS HELD AND
      *    RELEASED WITH ITS FAMILY; AN ACCOUNT IN NO FAMILY IS
      *    JUDGED ON ITS OWN RULES ALONE.
       APPLY-CREDIT-RULES.
           PERFORM FIND-NSF-FLAG
           PERFORM TEST-ACCOUNT-LIMITS
           PERFORM FIND-CUSTOMER-FAMILY
           IF FAMILY-FOUND
               PERFORM APPLY-FAMILY-CREDIT-RULES
           ELSE
               IF CUSTOMER-STATUS-ACTIVE
                   IF ACCOUNT-OVER-LIMITS
                       PERFORM SET-CUSTOMER-HOLD
                   END-IF
               ELSE
                   IF ACCOUNT-WITHIN-LIMITS
                       MOVE 'BACK UNDER LIMIT AND CURRENT'
                           TO RD-REASON
                       PERFORM RELEASE-CUSTOMER-HOLD
                   END-IF
               END-IF
           END-IF.

       TEST-ACCOUNT-LIMITS.
           SET ACCOUNT-OVER-LIMITS TO TRUE
           EVALUATE TRUE
               WHEN CUSTOMER-CREDIT-LIMIT > ZERO
                AND CUSTOMER-BALANCE > CUSTOMER-CREDIT-LIMIT
                   MOVE 'BALANCE EXCEEDS CREDIT LIMIT' TO RD-REASON
               WHEN NSF-CUSTOMER-FLAGGED
                   MOVE 'NSF CHECK RETURNED THIS RUN' TO RD-REASON
               WHEN AGE-90-PLUS-TOTAL > PAST-DUE-90-THRESHOLD
                   MOVE 'AGED 90+ ITEMS OVER THRESHOLD' TO RD-REASON
               WHEN OTHER
                   SET ACCOUNT-WITHIN-LIMITS TO TRUE
           END-EVALUATE.

      *    A MEMBER THAT FAILS ITS OWN RULES IS REPORTED WITH ITS
      *    OWN REASON; THE REST OF A HELD FAMILY CARRY THE FAMILY'S.
       APPLY-FAMILY-CREDIT-RULES.
           IF CUSTOMER-STATUS-ACTIVE
               IF FT-FAMILY-HELD(FAMILY-SUB)
                   IF ACCOUNT-WITHIN-LIMITS
                       MOVE FT-HOLD-REASON(FAMILY-SUB) TO RD-REASON
                   END-IF
                   PERFORM SET-CUSTOMER-HOLD
               END-IF
           ELSE
               IF FT-FAMILY-CLEAR(FAMILY-SUB)
                   MOVE 'FAMILY BACK UNDER LIMITS' TO RD-REASON
                   PERFORM RELEASE-CUSTOMER-HOLD
               END-IF
           END-IF.
           MOVE REVIEW-DETAIL-LINE TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

       PRINT-FAMILY-EXPOSURE.
           IF FAMILY-COUNT > ZERO
               MOVE SPACES TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE FAMILY-HEADING-LINE-1 TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               MOVE FAMILY-HEADING-LINE-2 TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
               PERFORM PRINT-FAMILY-DETAIL
                   VARYING FAMILY-IDX FROM 1 BY 1
                   UNTIL FAMILY-IDX > FAMILY-COUNT
           END-IF.

       PRINT-FAMILY-DETAIL.
           MOVE FT-PARENT-ID(FAMILY-IDX) TO FE-PARENT-ID
           MOVE FT-MEMBER-COUNT(FAMILY-IDX) TO FE-MEMBER-COUNT
           MOVE FT-COMBINED-BALANCE(FAMILY-IDX) TO FE-COMBINED-BALANCE
           MOVE FT-FAMILY-CREDIT-LIMIT(FAMILY-IDX) TO FE-FAMILY-LIMIT
           MOVE FT-COMBINED-90-PLUS(FAMILY-IDX) TO FE-COMBINED-90-PLUS
           IF FT-FAMILY-HELD(FAMILY-IDX)
               MOVE 'HOLD' TO FE-ACTION
           ELSE
               MOVE 'CLEAR' TO FE-ACTION
           END-IF
           MOVE FAMILY-DETAIL-LINE TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE.

       FILL-AUDIT-BEFORE-IMAGE.
           MOVE CUSTOMER-NAME TO AU-OLD-NAME
           MOVE CUSTOMER-BALANCE TO AU-OLD-BALANCE
           MOVE AUDIT-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-CREDIT-REVIEW' TO AU-PROGRAM-NAME
           MOVE 'CUSTCRV' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       DISPLAY-REVIEW-SUMMARY.
           END-IF
           DISPLAY '  Customers Reviewed: ' CUSTOMERS-REVIEWED
           DISPLAY '  Holds Set:          ' HOLDS-SET
           DISPLAY '  Holds Released:     ' HOLDS-RELEASED
           DISPLAY '  Families Reviewed:  ' FAMILIES-REVIEWED
           DISPLAY '  Families Held:      ' FAMILIES-HELD.

       TERMINATE-REVIEW.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           IF DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           IF HIERARCHY-FILE-PRESENT
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE REVIEW-REPORT-FILE
           CLOSE AUDIT-FILE.
