       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ALLOWANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE
           ASSIGN TO 'customer-trans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

           SELECT RUN-MODE-FILE ASSIGN TO 'run-mode.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-MODE-STATUS.

           SELECT PRIOR-RESERVE-FILE ASSIGN TO 'allowance-lastrun.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRIOR-RESERVE-STATUS.

           SELECT SCHEDULE-FILE ASSIGN TO 'allowance-schedule.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GL-JOURNAL-FILE ASSIGN TO 'gl-reserve-journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       FD RUN-MODE-FILE.
       01 RUN-MODE-RECORD.
           05 RM-MODE                PIC X(07).

      *    THE LAST LIVE RUN'S SCHEDULE, KEPT SO THIS MONTH CAN SHOW
      *    LAST MONTH'S RESERVE BESIDE ITS OWN AND JOURNAL ONLY THE
      *    CHANGE. ROW 5 IS THE ON-HOLD ACCOUNTS.
       FD PRIOR-RESERVE-FILE.
       01 PRIOR-RESERVE-RECORD.
           05 PRR-RUN-DATE           PIC 9(8).
           05 PRR-ROW OCCURS 5 TIMES.
               10 PRR-OPEN-BALANCE   PIC 9(09)V99.
               10 PRR-RESERVE        PIC 9(09)V99.

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE            PIC X(100).

       FD GL-JOURNAL-FILE.
           COPY CUSTGLJ.

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 RUN-MODE-STATUS          PIC X(02).
       01 PRIOR-RESERVE-STATUS     PIC X(02).
       01 GL-JOURNAL-STATUS        PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 CUSTOMER-TRANS-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-OPEN-ITEMS  VALUE 'Y'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.
           05 RUN-MODE-SWITCH         PIC X(01) VALUE 'L'.
               88 PREVIEW-RUN         VALUE 'P'.
               88 LIVE-RUN            VALUE 'L'.
           05 HOLD-STATUS-SWITCH      PIC X(01) VALUE 'N'.
               88 OWNER-ON-HOLD       VALUE 'Y'.
               88 OWNER-NOT-ON-HOLD   VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.

       01 RUN-DATE-CONTROL.
           05 ALLOWANCE-RUN-DATE     PIC 9(8).
           05 ALLOWANCE-RUN-DATE-X REDEFINES ALLOWANCE-RUN-DATE.
               10 ALLOWANCE-RUN-YYYYMM PIC 9(6).
               10 ALLOWANCE-RUN-DD   PIC 9(2).
           05 PRIOR-RUN-DATE         PIC 9(8) VALUE ZERO.
           05 PRIOR-RUN-DATE-X REDEFINES PRIOR-RUN-DATE.
               10 PRIOR-RUN-YYYYMM   PIC 9(6).
               10 PRIOR-RUN-DD       PIC 9(2).

      *    OPEN ITEMS AGE INTO THE SAME BUCKETS THE DUNNING RUN USES.
      *    EACH BUCKET'S RESERVE RATE, AND THE FLAT RATE FOR EVERY
      *    ITEM OF A CUSTOMER ON CREDIT HOLD, COME FROM THE BUSINESS
      *    PARAMETER FILE AS FRACTIONS (0.05000 = 5 PCT).
       01 AGING-BOUNDARIES.
           05 AGE-DAYS-BUCKET-1      PIC 9(3) VALUE ZERO.
           05 AGE-DAYS-BUCKET-2      PIC 9(3) VALUE ZERO.
           05 AGE-DAYS-BUCKET-3      PIC 9(3) VALUE ZERO.

       01 RESERVE-SCHEDULE.
           05 SCHEDULE-ROW OCCURS 5 TIMES.
               10 SR-RESERVE-RATE    PIC 9V9(5).
               10 SR-ITEM-COUNT      PIC 9(07).
               10 SR-OPEN-BALANCE    PIC 9(09)V99.
               10 SR-RESERVE         PIC 9(09)V99.
               10 SR-PRIOR-RESERVE   PIC 9(09)V99.
               10 SR-CHANGE          PIC S9(09)V99.

       01 SCHEDULE-ROW-LABELS.
           05 FILLER                 PIC X(18)
               VALUE 'CURRENT'.
           05 FILLER                 PIC X(18)
               VALUE 'PAST DUE BUCKET 1'.
           05 FILLER                 PIC X(18)
               VALUE 'PAST DUE BUCKET 2'.
           05 FILLER                 PIC X(18)
               VALUE 'PAST DUE BUCKET 3+'.
           05 FILLER                 PIC X(18)
               VALUE 'ACCOUNTS ON HOLD'.
       01 SCHEDULE-ROW-LABEL-TABLE REDEFINES SCHEDULE-ROW-LABELS.
           05 SR-LABEL               PIC X(18) OCCURS 5 TIMES.

       01 TABLE-SUBSCRIPTS.
           05 ROW-IDX                PIC 9(03) COMP VALUE ZERO.
           05 HOLD-ROW               PIC 9(03) COMP VALUE 5.

       01 ALLOWANCE-CONTROLS.
           05 OWNER-CUSTOMER-ID      PIC 9(5) VALUE ZERO.
           05 RESERVE-ADJUSTMENT     PIC S9(09)V99 VALUE ZERO.
           05 ADJUSTMENT-AMOUNT      PIC 9(09)V99 VALUE ZERO.

       01 GL-ACCOUNT-ASSIGNMENTS.
           05 GL-ACCT-BAD-DEBT-EXPENSE PIC X(06) VALUE '695000'.
           05 GL-ACCT-ALLOWANCE      PIC X(06) VALUE '129000'.

       01 ALLOWANCE-COUNTERS.
           05 OPEN-ITEMS-READ        PIC 9(07) VALUE ZERO.
           05 ITEMS-NO-MASTER        PIC 9(07) VALUE ZERO.
           05 JOURNAL-LEGS-WRITTEN   PIC 9(07) VALUE ZERO.
           05 TOTAL-DEBITS           PIC 9(11)V99 VALUE ZERO.
           05 TOTAL-CREDITS          PIC 9(11)V99 VALUE ZERO.

       01 SCHEDULE-TOTALS.
           05 TOT-ITEM-COUNT         PIC 9(07) VALUE ZERO.
           05 TOT-OPEN-BALANCE       PIC 9(09)V99 VALUE ZERO.
           05 TOT-RESERVE            PIC 9(09)V99 VALUE ZERO.
           05 TOT-PRIOR-RESERVE      PIC 9(09)V99 VALUE ZERO.
           05 TOT-CHANGE             PIC S9(09)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'ALLOWANCE FOR DOUBTFUL ACCOUNTS'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
           05 H2-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(14) VALUE '   PRIOR RUN: '.
           05 H2-PRIOR-RUN-DATE     PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER                PIC X(19) VALUE 'BUCKET'.
           05 FILLER                PIC X(08) VALUE '   ITEMS'.
           05 FILLER                PIC X(15)
               VALUE '   OPEN BALANCE'.
           05 FILLER                PIC X(09)
               VALUE '   RATE %'.
           05 FILLER                PIC X(15)
               VALUE '        RESERVE'.
           05 FILLER                PIC X(15)
               VALUE '     LAST MONTH'.
           05 FILLER                PIC X(16)
               VALUE '          CHANGE'.

       01 PREVIEW-STAMP-LINE.
           05 FILLER                PIC X(40)
               VALUE '*** PREVIEW - NOTHING POSTED ***'.

       01 SCHEDULE-DETAIL-LINE.
           05 SD-LABEL              PIC X(18).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SD-ITEM-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SD-OPEN-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SD-RESERVE-PCT        PIC ZZ9.999.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SD-RESERVE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SD-PRIOR-RESERVE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 SD-CHANGE             PIC -ZZZ,ZZZ,ZZ9.99.

       01 SCHEDULE-TOTAL-LINE.
           05 FILLER                PIC X(18) VALUE 'TOTAL'.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ST-ITEM-COUNT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ST-OPEN-BALANCE       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(10) VALUE SPACES.
           05 ST-RESERVE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ST-PRIOR-RESERVE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ST-CHANGE             PIC -ZZZ,ZZZ,ZZ9.99.

       01 ENTRY-LINE.
           05 EL-LABEL              PIC X(30).
           05 EL-ACCOUNT            PIC X(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EL-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01 NO-ENTRY-LINE.
           05 FILLER                PIC X(40)
               VALUE 'NO CHANGE IN RESERVE - NO ENTRY'.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-ALLOWANCE
           PERFORM RESERVE-OPEN-ITEMS
               UNTIL NO-MORE-OPEN-ITEMS
           PERFORM COMPUTE-RESERVE-CHANGE
           PERFORM PRINT-RESERVE-SCHEDULE
           IF LIVE-RUN
               PERFORM WRITE-RESERVE-JOURNAL
               PERFORM RECORD-THIS-RESERVE
           END-IF
           PERFORM PRINT-RESERVE-ENTRY
           PERFORM DISPLAY-ALLOWANCE-SUMMARY
           PERFORM TERMINATE-ALLOWANCE
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-ALLOWANCE' TO RC-PROGRAM-NAME
               MOVE ALLOWANCE-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE OPEN-ITEMS-READ TO RC-RECORDS-IN
               MOVE JOURNAL-LEGS-WRITTEN TO RC-RECORDS-OUT
               MOVE ZERO TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

       INITIALIZE-ALLOWANCE.
           ACCEPT ALLOWANCE-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'AGING-DAYS-BUCKET-1' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-1
           MOVE 'AGING-DAYS-BUCKET-2' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-2
           MOVE 'AGING-DAYS-BUCKET-3' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-3
           INITIALIZE RESERVE-SCHEDULE
           MOVE 'RESERVE-PCT-CURRENT' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO SR-RESERVE-RATE(1)
           MOVE 'RESERVE-PCT-BUCKET-1' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO SR-RESERVE-RATE(2)
           MOVE 'RESERVE-PCT-BUCKET-2' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO SR-RESERVE-RATE(3)
           MOVE 'RESERVE-PCT-BUCKET-3' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO SR-RESERVE-RATE(4)
           MOVE 'RESERVE-PCT-HOLD' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO SR-RESERVE-RATE(5)
           PERFORM CHECK-RUN-MODE
           PERFORM LOAD-PRIOR-RESERVE
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM PRINT-SCHEDULE-HEADINGS
           PERFORM READ-OPEN-ITEM.

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
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-ALLOWANCE: NO EFFECTIVE ENTRY '
                   'FOR PARAMETER ' WANTED-PARAM-NAME
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
              AND PM-EFFECTIVE-DATE <= ALLOWANCE-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

      *    A PREVIEW RUN PRINTS THE FULL SCHEDULE AND THE ENTRY IT
      *    WOULD MAKE, BUT CUTS NO GL FILE AND LEAVES LAST MONTH'S
      *    FIGURES ALONE, SO THE CONTROLLER CAN REVIEW THE NUMBER
      *    BEFORE THE LIVE RUN POSTS IT. LIKE THE FINANCE-CHARGE
      *    PREVIEW IT ALWAYS ENDS RC=4 AND DOES NOT CONSUME THE
      *    SWITCH FILE.
       CHECK-RUN-MODE.
           OPEN INPUT RUN-MODE-FILE
           IF RUN-MODE-STATUS NOT = '35'
               READ RUN-MODE-FILE
                   AT END
                       CONTINUE
               END-READ
               IF RUN-MODE-STATUS = '00'
                  AND RM-MODE = 'PREVIEW'
                   SET PREVIEW-RUN TO TRUE
               END-IF
               CLOSE RUN-MODE-FILE
           END-IF
           IF PREVIEW-RUN
               DISPLAY 'CUSTOMER-ALLOWANCE: PREVIEW RUN - '
                   'NOTHING WILL POST'
           END-IF.

      *    NO PRIOR FILE MEANS THIS IS THE FIRST MONTH THE RESERVE
      *    HAS BEEN BOOKED: LAST MONTH IS ZERO AND THE WHOLE RESERVE
      *    IS THE CHANGE. A LIVE RUN ALREADY MADE THIS MONTH STOPS
      *    THE STEP SO THE RESERVE CANNOT BE BOOKED TWICE.
       LOAD-PRIOR-RESERVE.
           OPEN INPUT PRIOR-RESERVE-FILE
           IF PRIOR-RESERVE-STATUS NOT = '35'
               READ PRIOR-RESERVE-FILE
                   AT END
                       CONTINUE
               END-READ
               IF PRIOR-RESERVE-STATUS = '00'
                   MOVE PRR-RUN-DATE TO PRIOR-RUN-DATE
                   PERFORM LOAD-PRIOR-ROW
                       VARYING ROW-IDX FROM 1 BY 1
                       UNTIL ROW-IDX > 5
               END-IF
               CLOSE PRIOR-RESERVE-FILE
           END-IF
           IF PRIOR-RUN-YYYYMM = ALLOWANCE-RUN-YYYYMM
              AND LIVE-RUN
               DISPLAY 'CUSTOMER-ALLOWANCE: ALREADY BOOKED THIS '
                   'MONTH ON ' PRIOR-RUN-DATE ', RUN SUPPRESSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PRIOR-ROW.
           MOVE PRR-RESERVE(ROW-IDX) TO SR-PRIOR-RESERVE(ROW-IDX).

       PRINT-SCHEDULE-HEADINGS.
           MOVE HEADING-LINE-1 TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           IF PREVIEW-RUN
               MOVE PREVIEW-STAMP-LINE TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           END-IF
           MOVE ALLOWANCE-RUN-DATE TO H2-RUN-DATE
           MOVE PRIOR-RUN-DATE TO H2-PRIOR-RUN-DATE
           MOVE HEADING-LINE-2 TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           MOVE HEADING-LINE-3 TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE.

       READ-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-READ.

      *    THE OPEN-ITEM FILE READS IN CUSTOMER ORDER, SO THE MASTER
      *    IS READ ONCE PER CUSTOMER FOR THE HOLD STATUS. AN ITEM
      *    WHOSE CUSTOMER IS GONE FROM THE MASTER IS STILL A
      *    RECEIVABLE AND IS RESERVED BY AGE.
       RESERVE-OPEN-ITEMS.
           ADD 1 TO OPEN-ITEMS-READ
           IF CT-CUSTOMER-ID NOT = OWNER-CUSTOMER-ID
               PERFORM LOOK-UP-OWNER-STATUS
           END-IF
           IF OWNER-ON-HOLD
               MOVE HOLD-ROW TO ROW-IDX
           ELSE
               EVALUATE TRUE
                   WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-1
                       MOVE 1 TO ROW-IDX
                   WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-2
                       MOVE 2 TO ROW-IDX
                   WHEN CT-DAYS-PAST-DUE < AGE-DAYS-BUCKET-3
                       MOVE 3 TO ROW-IDX
                   WHEN OTHER
                       MOVE 4 TO ROW-IDX
               END-EVALUATE
           END-IF
           ADD 1 TO SR-ITEM-COUNT(ROW-IDX)
           ADD CT-TRANS-AMOUNT TO SR-OPEN-BALANCE(ROW-IDX)
           PERFORM READ-OPEN-ITEM.

       LOOK-UP-OWNER-STATUS.
           MOVE CT-CUSTOMER-ID TO OWNER-CUSTOMER-ID
           SET OWNER-NOT-ON-HOLD TO TRUE
           MOVE CT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO ITEMS-NO-MASTER
               NOT INVALID KEY
                   IF CUSTOMER-STATUS-HOLD
                       SET OWNER-ON-HOLD TO TRUE
                   END-IF
           END-READ.

      *    THE RESERVE IS FIGURED ON EACH BUCKET'S BALANCE, NOT ITEM
      *    BY ITEM, SO THE SCHEDULE FOOTS WITHOUT ROUNDING PENNIES.
       COMPUTE-RESERVE-CHANGE.
           PERFORM COMPUTE-ROW-RESERVE
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > 5
           COMPUTE RESERVE-ADJUSTMENT =
               TOT-RESERVE - TOT-PRIOR-RESERVE.

       COMPUTE-ROW-RESERVE.
           COMPUTE SR-RESERVE(ROW-IDX) ROUNDED =
               SR-OPEN-BALANCE(ROW-IDX) * SR-RESERVE-RATE(ROW-IDX)
           COMPUTE SR-CHANGE(ROW-IDX) =
               SR-RESERVE(ROW-IDX) - SR-PRIOR-RESERVE(ROW-IDX)
           ADD SR-ITEM-COUNT(ROW-IDX) TO TOT-ITEM-COUNT
           ADD SR-OPEN-BALANCE(ROW-IDX) TO TOT-OPEN-BALANCE
           ADD SR-RESERVE(ROW-IDX) TO TOT-RESERVE
           ADD SR-PRIOR-RESERVE(ROW-IDX) TO TOT-PRIOR-RESERVE
           ADD SR-CHANGE(ROW-IDX) TO TOT-CHANGE.

       PRINT-RESERVE-SCHEDULE.
           PERFORM PRINT-SCHEDULE-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > 5
           MOVE TOT-ITEM-COUNT TO ST-ITEM-COUNT
           MOVE TOT-OPEN-BALANCE TO ST-OPEN-BALANCE
           MOVE TOT-RESERVE TO ST-RESERVE
           MOVE TOT-PRIOR-RESERVE TO ST-PRIOR-RESERVE
           MOVE TOT-CHANGE TO ST-CHANGE
           MOVE SCHEDULE-TOTAL-LINE TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE.

       PRINT-SCHEDULE-ROW.
           MOVE SR-LABEL(ROW-IDX) TO SD-LABEL
           MOVE SR-ITEM-COUNT(ROW-IDX) TO SD-ITEM-COUNT
           MOVE SR-OPEN-BALANCE(ROW-IDX) TO SD-OPEN-BALANCE
           COMPUTE SD-RESERVE-PCT = SR-RESERVE-RATE(ROW-IDX) * 100
           MOVE SR-RESERVE(ROW-IDX) TO SD-RESERVE
           MOVE SR-PRIOR-RESERVE(ROW-IDX) TO SD-PRIOR-RESERVE
           MOVE SR-CHANGE(ROW-IDX) TO SD-CHANGE
           MOVE SCHEDULE-DETAIL-LINE TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE.

      *    THE ADJUSTING ENTRY BRINGS THE ALLOWANCE FROM LAST MONTH'S
      *    BALANCE TO THIS MONTH'S: A RISING RESERVE DEBITS BAD-DEBT
      *    EXPENSE AND CREDITS THE ALLOWANCE, A FALLING ONE THE
      *    REVERSE. THE FILE GOES TO THE GL IN THE SAME LAYOUT AND
      *    WITH THE SAME CONTROL TRAILER AS THE NIGHTLY JOURNAL.
       WRITE-RESERVE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO OPEN '
                   'GL-JOURNAL-FILE, STATUS=' GL-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RESERVE-ADJUSTMENT > ZERO
               MOVE RESERVE-ADJUSTMENT TO ADJUSTMENT-AMOUNT
               MOVE GL-ACCT-BAD-DEBT-EXPENSE TO GJ-GL-ACCOUNT
               PERFORM WRITE-DEBIT-LEG
               MOVE GL-ACCT-ALLOWANCE TO GJ-GL-ACCOUNT
               PERFORM WRITE-CREDIT-LEG
           END-IF
           IF RESERVE-ADJUSTMENT < ZERO
               COMPUTE ADJUSTMENT-AMOUNT = RESERVE-ADJUSTMENT * -1
               MOVE GL-ACCT-ALLOWANCE TO GJ-GL-ACCOUNT
               PERFORM WRITE-DEBIT-LEG
               MOVE GL-ACCT-BAD-DEBT-EXPENSE TO GJ-GL-ACCOUNT
               PERFORM WRITE-CREDIT-LEG
           END-IF
           IF TOTAL-DEBITS NOT = TOTAL-CREDITS
               DISPLAY 'CUSTOMER-ALLOWANCE: *** OUT OF BALANCE ***'
               DISPLAY '  Total Debits:  ' TOTAL-DEBITS
               DISPLAY '  Total Credits: ' TOTAL-CREDITS
               CLOSE GL-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GJ-TRAILER-RECORD TO TRUE
           MOVE ALLOWANCE-RUN-DATE TO GJ-TRAILER-RUN-DATE
           MOVE JOURNAL-LEGS-WRITTEN TO GJ-LEG-COUNT
           MOVE TOTAL-DEBITS TO GJ-TOTAL-DEBITS
           MOVE TOTAL-CREDITS TO GJ-TOTAL-CREDITS
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE.

       WRITE-DEBIT-LEG.
           SET GJ-DETAIL-RECORD TO TRUE
           SET GJ-DEBIT-LEG TO TRUE
           PERFORM WRITE-JOURNAL-LEG
           ADD ADJUSTMENT-AMOUNT TO TOTAL-DEBITS.

       WRITE-CREDIT-LEG.
           SET GJ-DETAIL-RECORD TO TRUE
           SET GJ-CREDIT-LEG TO TRUE
           PERFORM WRITE-JOURNAL-LEG
           ADD ADJUSTMENT-AMOUNT TO TOTAL-CREDITS.

       WRITE-JOURNAL-LEG.
           MOVE ALLOWANCE-RUN-DATE TO GJ-RUN-DATE
           MOVE ADJUSTMENT-AMOUNT TO GJ-AMOUNT
           MOVE ZERO TO GJ-CUSTOMER-ID
           MOVE 'CUSTOMER-ALLOWANCE' TO GJ-SOURCE-PROGRAM
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO JOURNAL-LEGS-WRITTEN.

       RECORD-THIS-RESERVE.
           OPEN OUTPUT PRIOR-RESERVE-FILE
           IF PRIOR-RESERVE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ALLOWANCE: UNABLE TO WRITE '
                   'PRIOR-RESERVE-FILE, STATUS='
                   PRIOR-RESERVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALLOWANCE-RUN-DATE TO PRR-RUN-DATE
           PERFORM STORE-THIS-ROW
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > 5
           WRITE PRIOR-RESERVE-RECORD
           CLOSE PRIOR-RESERVE-FILE.

       STORE-THIS-ROW.
           MOVE SR-OPEN-BALANCE(ROW-IDX) TO PRR-OPEN-BALANCE(ROW-IDX)
           MOVE SR-RESERVE(ROW-IDX) TO PRR-RESERVE(ROW-IDX).

       PRINT-RESERVE-ENTRY.
           MOVE SPACES TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE
           IF RESERVE-ADJUSTMENT = ZERO
               MOVE NO-ENTRY-LINE TO SCHEDULE-LINE
               WRITE SCHEDULE-LINE
           ELSE
               IF RESERVE-ADJUSTMENT > ZERO
                   MOVE RESERVE-ADJUSTMENT TO ADJUSTMENT-AMOUNT
                   MOVE 'DEBIT  BAD-DEBT EXPENSE' TO EL-LABEL
                   MOVE GL-ACCT-BAD-DEBT-EXPENSE TO EL-ACCOUNT
                   PERFORM WRITE-ENTRY-LINE
                   MOVE 'CREDIT ALLOWANCE' TO EL-LABEL
                   MOVE GL-ACCT-ALLOWANCE TO EL-ACCOUNT
                   PERFORM WRITE-ENTRY-LINE
               ELSE
                   COMPUTE ADJUSTMENT-AMOUNT =
                       RESERVE-ADJUSTMENT * -1
                   MOVE 'DEBIT  ALLOWANCE' TO EL-LABEL
                   MOVE GL-ACCT-ALLOWANCE TO EL-ACCOUNT
                   PERFORM WRITE-ENTRY-LINE
                   MOVE 'CREDIT BAD-DEBT EXPENSE' TO EL-LABEL
                   MOVE GL-ACCT-BAD-DEBT-EXPENSE TO EL-ACCOUNT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF.

       WRITE-ENTRY-LINE.
           MOVE ADJUSTMENT-AMOUNT TO EL-AMOUNT
           MOVE ENTRY-LINE TO SCHEDULE-LINE
           WRITE SCHEDULE-LINE.

       DISPLAY-ALLOWANCE-SUMMARY.
           DISPLAY 'CUSTOMER-ALLOWANCE Summary:'
           IF PREVIEW-RUN
               DISPLAY '  *** PREVIEW - NOTHING POSTED, RC=4 ***'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '  Open Items Read:    ' OPEN-ITEMS-READ
           DISPLAY '  Items Not On Master:' ITEMS-NO-MASTER
           DISPLAY '  Open Balance:       ' TOT-OPEN-BALANCE
           DISPLAY '  Reserve Required:   ' TOT-RESERVE
           DISPLAY '  Last Month Reserve: ' TOT-PRIOR-RESERVE
           DISPLAY '  Adjustment:         ' RESERVE-ADJUSTMENT
           DISPLAY '  Journal Legs:       ' JOURNAL-LEGS-WRITTEN.

       TERMINATE-ALLOWANCE.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE SCHEDULE-FILE.
