       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           RECORD KEY IS CN-CUSTOMER-ID
           FILE STATUS IS CUSTOMER-CONTACT-STATUS.

           SELECT HIERARCHY-FILE ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO 'customer-statement.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           ASSIGN TO 'statement-mail-except.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ESTATEMENT-FILE ASSIGN TO 'estatement-delivery.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ESTATEMENT-FILE-STATUS.

           SELECT BOUNCE-FILE ASSIGN TO 'estatement-bounce.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOUNCE-FILE-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.
       FD CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE           PIC X(80).

       FD MAIL-EXCEPTION-FILE.
       01 MAIL-EXCEPTION-LINE      PIC X(132).

       FD ESTATEMENT-FILE.
           COPY CUSTESTM.

       FD BOUNCE-FILE.
           COPY CUSTBNCE.

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 CUSTOMER-CONTACT-STATUS  PIC X(02).
       01 HIERARCHY-FILE-STATUS    PIC X(02).
       01 ESTATEMENT-FILE-STATUS   PIC X(02).
       01 BOUNCE-FILE-STATUS       PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 STATEMENT-RUN-DATE       PIC 9(8).

       01 STATEMENT-COUNTERS.
           05 STATEMENTS-PRINTED      PIC 9(07) VALUE ZERO.
           05 STATEMENTS-EMAILED      PIC 9(07) VALUE ZERO.
           05 STATEMENTS-UNMAILABLE   PIC 9(07) VALUE ZERO.
           05 BOUNCES-READ            PIC 9(07) VALUE ZERO.
           05 BOUNCES-TO-PAPER        PIC 9(07) VALUE ZERO.
           05 PARENT-STATEMENTS-PRINTED PIC 9(07) VALUE ZERO.
           05 PARENT-STATEMENTS-UNMAILABLE PIC 9(07) VALUE ZERO.

       01 ESTATEMENT-CONTROLS.
           05 ESTATEMENT-ITEM-COUNT   PIC 9(05) VALUE ZERO.
           05 ESTATEMENT-DOLLAR-TOTAL PIC 9(11)V99 VALUE ZERO.

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 CONTACT-LOOKUP-SWITCH   PIC X(01) VALUE 'N'.
               88 CONTACT-ON-FILE     VALUE 'Y'.
               88 CONTACT-NOT-ON-FILE VALUE 'N'.
           05 BOUNCE-FILE-SWITCH      PIC X(01) VALUE 'Y'.
               88 BOUNCE-FILE-PRESENT VALUE 'Y'.
               88 BOUNCE-FILE-ABSENT  VALUE 'N'.
           05 BOUNCE-FILE-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-BOUNCES     VALUE 'Y'.
           05 STATEMENT-ROUTE-SWITCH  PIC X(01) VALUE 'P'.
               88 ROUTE-TO-PAPER      VALUE 'P'.
               88 ROUTE-TO-EMAIL      VALUE 'E'.
           05 HIERARCHY-FILE-SWITCH   PIC X(01) VALUE 'Y'.
               88 HIERARCHY-FILE-PRESENT VALUE 'Y'.
               88 HIERARCHY-FILE-ABSENT VALUE 'N'.
           05 HIERARCHY-FILE-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-HIERARCHY-LINKS VALUE 'Y'.

       01 FAMILY-STATEMENT-CONTROLS.
           05 STATEMENT-PARENT-ID     PIC 9(5) VALUE ZERO.
           05 FAMILY-MEMBER-COUNT     PIC 9(05) VALUE ZERO.
           05 FAMILY-AGE-CURRENT      PIC 9(9)V99 VALUE ZERO.
           05 FAMILY-AGE-30-DAY       PIC 9(9)V99 VALUE ZERO.
           05 FAMILY-AGE-60-DAY       PIC 9(9)V99 VALUE ZERO.
           05 FAMILY-AGE-90-PLUS-DAY  PIC 9(9)V99 VALUE ZERO.
           05 FAMILY-STATEMENT-BALANCE PIC 9(9)V99 VALUE ZERO.

       01 AGING-BUCKETS.
           05 AGE-CURRENT           PIC 9(7)V99 VALUE ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 H2-CUSTOMER-NAME      PIC X(30).

       01 PARENT-HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'CONSOLIDATED NATIONAL ACCOUNT STATEMENT'.

       01 CHILD-ACCOUNT-LINE.
           05 FILLER                PIC X(10) VALUE 'ACCOUNT:'.
           05 CA-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CA-CUSTOMER-NAME      PIC X(30).

       01 STATEMENT-TOTAL-LINE.
           05 ST-TOTAL-LABEL        PIC X(20).
           05 ST-TOTAL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.

       01 FAMILY-AGING-LINE.
           05 FILLER                PIC X(08) VALUE 'CURRENT:'.
           05 FA-CURRENT            PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(07) VALUE '30-DAY:'.
           05 FA-30-DAY             PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(07) VALUE '60-DAY:'.
           05 FA-60-DAY             PIC ZZZZZZZZ9.99.
           05 FILLER                PIC X(08) VALUE '90-PLUS:'.
           05 FA-90-PLUS            PIC ZZZZZZZZ9.99.

       01 MAILING-ATTENTION-LINE.
           05 FILLER                PIC X(06) VALUE 'ATTN: '.
           05 MA-ATTENTION          PIC X(30).
           05 FILLER                PIC X(40)
               VALUE 'STATEMENTS HELD - NO CONTACT RECORD'.

       01 PARENT-EXCEPTION-HEADING.
           05 FILLER                PIC X(50)
               VALUE 'CONSOLIDATED STATEMENTS HELD - NO PARENT CONTACT'.

       01 MAIL-EXCEPTION-DETAIL.
           05 ME-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ME-CUSTOMER-NAME      PIC X(30).

       01 BOUNCE-EXCEPTION-HEADING.
           05 FILLER                PIC X(40)
               VALUE 'E-STATEMENTS BOUNCED - RETURNED TO PAPER'.

       01 BOUNCE-EXCEPTION-DETAIL.
           05 BE-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 BE-EMAIL-ADDRESS      PIC X(60).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BE-BOUNCE-DATE        PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BE-BOUNCE-REASON      PIC X(30).

       01 DETAIL-LINE.
           05 DL-TRANS-DATE         PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           PERFORM INITIALIZE-STATEMENT-RUN
           PERFORM PROCESS-CUSTOMER-STATEMENTS
               UNTIL NO-MORE-CUSTOMERS
           PERFORM PRINT-PARENT-STATEMENTS
           PERFORM TERMINATE-STATEMENT-RUN
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               COMPUTE RC-RECORDS-IN =
                   STATEMENTS-PRINTED + STATEMENTS-EMAILED
                       + STATEMENTS-UNMAILABLE
                       + PARENT-STATEMENTS-PRINTED
                       + PARENT-STATEMENTS-UNMAILABLE
               COMPUTE RC-RECORDS-OUT =
                   STATEMENTS-PRINTED + STATEMENTS-EMAILED
                       + PARENT-STATEMENTS-PRINTED
               COMPUTE RC-RECORDS-REJECTED =
                   STATEMENTS-UNMAILABLE
                       + PARENT-STATEMENTS-UNMAILABLE
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           ACCEPT STATEMENT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-CONTACT-FILE
           PERFORM OPEN-HIERARCHY-FILE
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT MAIL-EXCEPTION-FILE
           OPEN OUTPUT ESTATEMENT-FILE
           IF ESTATEMENT-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-STATEMENT: UNABLE TO OPEN '
                   'ESTATEMENT-FILE, STATUS=' ESTATEMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLY-ESTATEMENT-BOUNCES
           MOVE MAIL-EXCEPTION-HEADING TO MAIL-EXCEPTION-LINE
           WRITE MAIL-EXCEPTION-LINE
           PERFORM READ-CUSTOMER-FILE.
      *    STATEMENT SIMPLY LANDS ON THE MAILING EXCEPTION REPORT
      *    UNTIL THE CONTACT RECORDS ARE KEYED.
       OPEN-CONTACT-FILE.
           OPEN I-O CUSTOMER-CONTACT-FILE
           IF CUSTOMER-CONTACT-STATUS = '35'
               SET CONTACT-FILE-ABSENT TO TRUE
           ELSE
               END-IF
           END-IF.

      *    A MISSING HIERARCHY FILE JUST MEANS NO NATIONAL ACCOUNT
      *    FAMILIES, SO NO CONSOLIDATED STATEMENTS PRINT.
       OPEN-HIERARCHY-FILE.
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET HIERARCHY-FILE-ABSENT TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-STATEMENT: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS=' HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    THE VENDOR'S BOUNCES FROM THE LAST DELIVERY ARE APPLIED
      *    BEFORE ANY STATEMENT IS ROUTED, SO A BOUNCED CUSTOMER
      *    GETS PAPER TONIGHT. A BOUNCE ONLY COUNTS WHILE THE
      *    CUSTOMER IS STILL ON E-STATEMENTS AT THE SAME ADDRESS -
      *    ONE THAT HAS SINCE BEEN RE-KEYED IS LEFT ALONE. ONCE
      *    APPLIED THE FILE IS EMPTIED SO A RERUN CANNOT REPORT
      *    THE SAME BOUNCES TWICE. NO BOUNCE FILE MEANS NONE CAME
      *    BACK.
       APPLY-ESTATEMENT-BOUNCES.
           OPEN INPUT BOUNCE-FILE
           IF BOUNCE-FILE-STATUS = '35'
               SET BOUNCE-FILE-ABSENT TO TRUE
           ELSE
               IF BOUNCE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-STATEMENT: UNABLE TO OPEN '
                       'BOUNCE-FILE, STATUS=' BOUNCE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF BOUNCE-FILE-PRESENT
               MOVE BOUNCE-EXCEPTION-HEADING TO MAIL-EXCEPTION-LINE
               WRITE MAIL-EXCEPTION-LINE
               PERFORM READ-BOUNCE-RECORD
               PERFORM APPLY-ONE-BOUNCE
                   UNTIL NO-MORE-BOUNCES
               CLOSE BOUNCE-FILE
               OPEN OUTPUT BOUNCE-FILE
               CLOSE BOUNCE-FILE
               MOVE SPACES TO MAIL-EXCEPTION-LINE
               WRITE MAIL-EXCEPTION-LINE
           END-IF.

       READ-BOUNCE-RECORD.
           READ BOUNCE-FILE
               AT END
                   SET NO-MORE-BOUNCES TO TRUE
           END-READ.

       APPLY-ONE-BOUNCE.
           ADD 1 TO BOUNCES-READ
           IF CONTACT-FILE-ABSENT
               SET CONTACT-NOT-ON-FILE TO TRUE
           ELSE
               MOVE EB-CUSTOMER-ID TO CN-CUSTOMER-ID
               READ CUSTOMER-CONTACT-FILE
                   INVALID KEY
                       SET CONTACT-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       SET CONTACT-ON-FILE TO TRUE
               END-READ
           END-IF
           IF CONTACT-ON-FILE
              AND CN-STATEMENT-BY-EMAIL
              AND CN-EMAIL-ADDRESS = EB-EMAIL-ADDRESS
               MOVE SPACE TO CN-EMAIL-FLAG
               REWRITE CUSTOMER-CONTACT-RECORD
               MOVE EB-CUSTOMER-ID TO BE-CUSTOMER-ID
               MOVE EB-EMAIL-ADDRESS TO BE-EMAIL-ADDRESS
               MOVE EB-BOUNCE-DATE TO BE-BOUNCE-DATE
               MOVE EB-BOUNCE-REASON TO BE-BOUNCE-REASON
               MOVE BOUNCE-EXCEPTION-DETAIL TO MAIL-EXCEPTION-LINE
               WRITE MAIL-EXCEPTION-LINE
               ADD 1 TO BOUNCES-TO-PAPER
           END-IF
           PERFORM READ-BOUNCE-RECORD.

       READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.

      *    A STATEMENT ONLY PRINTS WHEN THERE IS A MAILING BLOCK TO
      *    PUT ON IT: NO CONTACT RECORD LANDS THE CUSTOMER ON THE
      *    EXCEPTION REPORT, AND AN EMAIL-FLAGGED CONTACT GOES TO
      *    THE E-STATEMENT DELIVERY FILE INSTEAD OF PAPER. A FLAGGED
      *    CONTACT KEYED BEFORE EMAIL ADDRESSES WERE CARRIED HAS
      *    NOWHERE TO SEND IT AND STILL GETS PAPER.
       PROCESS-CUSTOMER-STATEMENTS.
           PERFORM LOOK-UP-CUSTOMER-CONTACT
           EVALUATE TRUE
               WHEN CONTACT-NOT-ON-FILE
                   PERFORM WRITE-MAIL-EXCEPTION
               WHEN CN-STATEMENT-BY-EMAIL
                AND CN-EMAIL-ADDRESS NOT = SPACES
                   SET ROUTE-TO-EMAIL TO TRUE
                   PERFORM WRITE-ESTATEMENT-HEADER
                   PERFORM PRINT-CUSTOMER-TRANSACTIONS
                   PERFORM WRITE-ESTATEMENT-TOTAL
                   ADD 1 TO STATEMENTS-EMAILED
               WHEN OTHER
                   SET ROUTE-TO-PAPER TO TRUE
                   PERFORM PRINT-STATEMENT-HEADER
                   PERFORM PRINT-CUSTOMER-TRANSACTIONS
                   PERFORM PRINT-STATEMENT-FOOTER
                   MOVE '90+ DAY' TO DL-AGE-BUCKET
           END-EVALUATE

           IF ROUTE-TO-EMAIL
               PERFORM WRITE-ESTATEMENT-DETAIL
           ELSE
               MOVE CT-TRANS-DATE TO DL-TRANS-DATE
               MOVE CT-TRANS-REFERENCE TO DL-TRANS-REFERENCE
               MOVE CT-TRANS-AMOUNT TO DL-TRANS-AMOUNT
               MOVE STATEMENT-RUNNING-BALANCE TO DL-RUNNING-BALANCE
               MOVE DETAIL-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM READ-NEXT-TRANSACTION.

       PRINT-STATEMENT-FOOTER.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE.

      *    AFTER EVERY ACCOUNT HAS HAD ITS OWN STATEMENT, EACH
      *    NATIONAL ACCOUNT PARENT WITH AT LEAST ONE CHILD GETS A
      *    CONSOLIDATED PAPER STATEMENT AT ITS OWN MAILING ADDRESS,
      *    LISTING EVERY MEMBER'S OPEN ITEMS - THE PARENT'S OWN
      *    INCLUDED - WITH A SUBTOTAL AND AGING PER ACCOUNT AND A
      *    FAMILY TOTAL. THE HIERARCHY FILE IS READ IN PARENT
      *    ORDER: EACH FAMILY IS COUNTED FIRST, THEN READ AGAIN TO
      *    PRINT, SO A HEAD LEFT WITH NO CHILDREN GETS NOTHING
      *    EXTRA. A PARENT WITH NO CONTACT RECORD LANDS ON THE
      *    MAILING EXCEPTION REPORT.
       PRINT-PARENT-STATEMENTS.
           IF HIERARCHY-FILE-PRESENT
               MOVE PARENT-EXCEPTION-HEADING TO MAIL-EXCEPTION-LINE
               WRITE MAIL-EXCEPTION-LINE
               MOVE ZERO TO HR-PARENT-CUSTOMER-ID
               START HIERARCHY-FILE
                   KEY IS >= HR-PARENT-CUSTOMER-ID
                   INVALID KEY
                       SET NO-MORE-HIERARCHY-LINKS TO TRUE
               END-START
               PERFORM READ-NEXT-HIERARCHY-LINK
               PERFORM PRINT-ONE-PARENT-STATEMENT
                   UNTIL NO-MORE-HIERARCHY-LINKS
           END-IF.

       READ-NEXT-HIERARCHY-LINK.
           IF NOT NO-MORE-HIERARCHY-LINKS
               READ HIERARCHY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HIERARCHY-LINKS TO TRUE
               END-READ
           END-IF.

       PRINT-ONE-PARENT-STATEMENT.
           MOVE HR-PARENT-CUSTOMER-ID TO STATEMENT-PARENT-ID
           MOVE ZERO TO FAMILY-MEMBER-COUNT
           PERFORM COUNT-FAMILY-MEMBER
               UNTIL NO-MORE-HIERARCHY-LINKS
                  OR HR-PARENT-CUSTOMER-ID NOT = STATEMENT-PARENT-ID
           IF FAMILY-MEMBER-COUNT > 1
               MOVE STATEMENT-PARENT-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO CUSTOMER-NAME
               END-READ
               PERFORM LOOK-UP-CUSTOMER-CONTACT
               IF CONTACT-ON-FILE
                   PERFORM PRINT-FAMILY-STATEMENT
               ELSE
                   MOVE STATEMENT-PARENT-ID TO ME-CUSTOMER-ID
                   MOVE CUSTOMER-NAME TO ME-CUSTOMER-NAME
                   MOVE MAIL-EXCEPTION-DETAIL TO MAIL-EXCEPTION-LINE
                   WRITE MAIL-EXCEPTION-LINE
                   ADD 1 TO PARENT-STATEMENTS-UNMAILABLE
               END-IF
           END-IF.

       COUNT-FAMILY-MEMBER.
           ADD 1 TO FAMILY-MEMBER-COUNT
           PERFORM READ-NEXT-HIERARCHY-LINK.

      *    THE MEMBERS ARE READ A SECOND TIME FROM THE TOP OF THE
      *    FAMILY AND THE READ STOPS ON THE SAME RECORD THE COUNT
      *    STOPPED ON, SO THE NEXT FAMILY PICKS UP WHERE IT SHOULD.
       PRINT-FAMILY-STATEMENT.
           MOVE ZERO TO FAMILY-AGE-CURRENT FAMILY-AGE-30-DAY
               FAMILY-AGE-60-DAY FAMILY-AGE-90-PLUS-DAY
           MOVE ZERO TO FAMILY-STATEMENT-BALANCE
           SET ROUTE-TO-PAPER TO TRUE
           MOVE PARENT-HEADING-LINE-1 TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE STATEMENT-PARENT-ID TO H2-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO H2-CUSTOMER-NAME
           MOVE HEADING-LINE-2 TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM PRINT-MAILING-BLOCK
           MOVE 'N' TO HIERARCHY-FILE-EOF
           MOVE STATEMENT-PARENT-ID TO HR-PARENT-CUSTOMER-ID
           START HIERARCHY-FILE
               KEY IS = HR-PARENT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-HIERARCHY-LINKS TO TRUE
           END-START
           PERFORM READ-NEXT-HIERARCHY-LINK
           PERFORM PRINT-FAMILY-MEMBER
               UNTIL NO-MORE-HIERARCHY-LINKS
                  OR HR-PARENT-CUSTOMER-ID NOT = STATEMENT-PARENT-ID
           MOVE 'FAMILY TOTAL:' TO ST-TOTAL-LABEL
           MOVE FAMILY-STATEMENT-BALANCE TO ST-TOTAL-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE FAMILY-AGE-CURRENT TO FA-CURRENT
           MOVE FAMILY-AGE-30-DAY TO FA-30-DAY
           MOVE FAMILY-AGE-60-DAY TO FA-60-DAY
           MOVE FAMILY-AGE-90-PLUS-DAY TO FA-90-PLUS
           MOVE FAMILY-AGING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO PARENT-STATEMENTS-PRINTED.

       PRINT-FAMILY-MEMBER.
           MOVE HR-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM PRINT-MEMBER-OPEN-ITEMS
           END-READ
           PERFORM READ-NEXT-HIERARCHY-LINK.

       PRINT-MEMBER-OPEN-ITEMS.
           MOVE ZERO TO AGE-CURRENT AGE-30-DAY
               AGE-60-DAY AGE-90-PLUS-DAY
           MOVE ZERO TO STATEMENT-RUNNING-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE CUSTOMER-ID TO CA-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO CA-CUSTOMER-NAME
           MOVE CHILD-ACCOUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM PRINT-CUSTOMER-TRANSACTIONS
           MOVE 'ACCOUNT SUBTOTAL:' TO ST-TOTAL-LABEL
           MOVE STATEMENT-RUNNING-BALANCE TO ST-TOTAL-AMOUNT
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE AGE-CURRENT TO AS-CURRENT
           MOVE AGE-30-DAY TO AS-30-DAY
           MOVE AGE-60-DAY TO AS-60-DAY
           MOVE AGE-90-PLUS-DAY TO AS-90-PLUS
           MOVE AGING-SUMMARY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD AGE-CURRENT TO FAMILY-AGE-CURRENT
           ADD AGE-30-DAY TO FAMILY-AGE-30-DAY
           ADD AGE-60-DAY TO FAMILY-AGE-60-DAY
           ADD AGE-90-PLUS-DAY TO FAMILY-AGE-90-PLUS-DAY
           ADD STATEMENT-RUNNING-BALANCE TO FAMILY-STATEMENT-BALANCE.

       WRITE-ESTATEMENT-HEADER.
           MOVE ZERO TO AGE-CURRENT AGE-30-DAY
               AGE-60-DAY AGE-90-PLUS-DAY
           MOVE ZERO TO STATEMENT-RUNNING-BALANCE
           MOVE ZERO TO ESTATEMENT-ITEM-COUNT
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ES-STATEMENT-HEADER TO TRUE
           MOVE CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE STATEMENT-RUN-DATE TO ES-STATEMENT-DATE
           MOVE CUSTOMER-NAME TO ES-CUSTOMER-NAME
           MOVE CN-ATTENTION-LINE TO ES-ATTENTION-LINE
           MOVE CN-EMAIL-ADDRESS TO ES-EMAIL-ADDRESS
           WRITE ESTATEMENT-RECORD.

       WRITE-ESTATEMENT-DETAIL.
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ES-OPEN-ITEM-DETAIL TO TRUE
           MOVE CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE CT-TRANS-DATE TO ES-TRANS-DATE
           MOVE CT-TRANS-REFERENCE TO ES-TRANS-REFERENCE
           MOVE CT-DUE-DATE TO ES-DUE-DATE
           MOVE CT-TRANS-AMOUNT TO ES-TRANS-AMOUNT
           MOVE DL-AGE-BUCKET TO ES-AGE-BUCKET
           MOVE STATEMENT-RUNNING-BALANCE TO ES-RUNNING-BALANCE
           WRITE ESTATEMENT-RECORD
           ADD 1 TO ESTATEMENT-ITEM-COUNT.

       WRITE-ESTATEMENT-TOTAL.
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ES-STATEMENT-TOTAL TO TRUE
           MOVE CUSTOMER-ID TO ES-CUSTOMER-ID
           MOVE ESTATEMENT-ITEM-COUNT TO ES-ITEM-COUNT
           MOVE AGE-CURRENT TO ES-AGE-CURRENT
           MOVE AGE-30-DAY TO ES-AGE-30-DAY
           MOVE AGE-60-DAY TO ES-AGE-60-DAY
           MOVE AGE-90-PLUS-DAY TO ES-AGE-90-PLUS-DAY
           MOVE STATEMENT-RUNNING-BALANCE TO ES-STATEMENT-BALANCE
           WRITE ESTATEMENT-RECORD
           ADD STATEMENT-RUNNING-BALANCE TO ESTATEMENT-DOLLAR-TOTAL.

      *    THE TRAILER IS WRITTEN EVEN ON A NIGHT WITH NO
      *    E-STATEMENTS SO THE VENDOR ALWAYS RECEIVES A FILE IT CAN
      *    PROVE.
       WRITE-ESTATEMENT-TRAILER.
           MOVE SPACES TO ESTATEMENT-RECORD
           SET ES-FILE-TRAILER TO TRUE
           MOVE ZERO TO ES-CUSTOMER-ID
           MOVE STATEMENTS-EMAILED TO ES-STATEMENT-COUNT
           MOVE ESTATEMENT-DOLLAR-TOTAL TO ES-DOLLAR-TOTAL
           WRITE ESTATEMENT-RECORD.

       TERMINATE-STATEMENT-RUN.
           PERFORM WRITE-ESTATEMENT-TRAILER
           DISPLAY 'CUSTOMER-STATEMENT Summary:'
           DISPLAY '  Statements Printed:    ' STATEMENTS-PRINTED
           DISPLAY '  Delivered By Email:    ' STATEMENTS-EMAILED
           DISPLAY '  Unmailable No Contact: ' STATEMENTS-UNMAILABLE
           DISPLAY '  E-Statement Dollars:   ' ESTATEMENT-DOLLAR-TOTAL
           DISPLAY '  Bounces Received:      ' BOUNCES-READ
           DISPLAY '  Bounced Back To Paper: ' BOUNCES-TO-PAPER
           DISPLAY '  Parent Statements:     '
               PARENT-STATEMENTS-PRINTED
           DISPLAY '  Parents Unmailable:    '
               PARENT-STATEMENTS-UNMAILABLE
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           IF CONTACT-FILE-PRESENT
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF
           IF HIERARCHY-FILE-PRESENT
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE MAIL-EXCEPTION-FILE
           CLOSE ESTATEMENT-FILE.
