       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DAYS-TO-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'payment-history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PH-HISTORY-KEY WITH DUPLICATES
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

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

           SELECT DAYS-TO-PAY-REPORT-FILE
           ASSIGN TO 'days-to-pay.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-HISTORY-FILE.
           COPY CUSTPAYH.

       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DAYS-TO-PAY-REPORT-FILE.
       01 DAYS-TO-PAY-LINE         PIC X(100).

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 PAYMENT-HISTORY-STATUS   PIC X(02).
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 PAYMENT-HISTORY-EOF     PIC X(01) VALUE 'N'.
               88 NO-MORE-HISTORY     VALUE 'Y'.
           05 TRANS-FILE-EOF          PIC X(01) VALUE 'N'.
               88 NO-MORE-OPEN-ITEMS  VALUE 'Y'.
           05 HISTORY-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 HISTORY-FILE-PRESENT VALUE 'Y'.
               88 HISTORY-FILE-ABSENT VALUE 'N'.

      *    THE REPORT COVERS THE CALENDAR MONTH OF THE RUN DATE: THE
      *    STREAM RUNS ON THE LAST BUSINESS DAY, SO THAT IS THE MONTH
      *    BEING CLOSED.
       01 RUN-DATE-CONTROL.
           05 DTP-RUN-DATE           PIC 9(8).
           05 DTP-RUN-DATE-X REDEFINES DTP-RUN-DATE.
               10 DTP-RUN-YYYYMM     PIC 9(6).
               10 DTP-RUN-DD         PIC 9(2).
           05 PERIOD-START-DATE      PIC 9(8).
           05 PERIOD-START-DATE-X REDEFINES PERIOD-START-DATE.
               10 PERIOD-START-YYYY  PIC 9(4).
               10 PERIOD-START-MM    PIC 9(2).
               10 PERIOD-START-DD    PIC 9(2).
           05 NEXT-PERIOD-DATE       PIC 9(8).
           05 NEXT-PERIOD-DATE-X REDEFINES NEXT-PERIOD-DATE.
               10 NEXT-PERIOD-YYYY   PIC 9(4).
               10 NEXT-PERIOD-MM     PIC 9(2).
               10 NEXT-PERIOD-DD     PIC 9(2).
           05 DAYS-IN-PERIOD         PIC 9(3) VALUE ZERO.
           05 ITEM-DATE-WORK         PIC 9(8).
           05 ITEM-DATE-WORK-X REDEFINES ITEM-DATE-WORK.
               10 ITEM-DATE-YYYYMM   PIC 9(6).
               10 ITEM-DATE-DD       PIC 9(2).

       01 CHARGE-REFERENCE-CHECK.
           05 CR-PREFIX              PIC X(02).
           05 FILLER                 PIC X(08).

       01 PAYMENT-DAY-WORK.
           05 DAYS-TO-PAY            PIC S9(5) COMP.
           05 DAYS-BEYOND-TERMS      PIC S9(5) COMP.

      *    ONE CUSTOMER'S PAYMENTS FOR THE MONTH, ACCUMULATED ACROSS
      *    THE CONTROL BREAK ON THE HISTORY KEY.
       01 CUSTOMER-ACCUMULATORS.
           05 BREAK-CUSTOMER-ID      PIC 9(5) VALUE ZERO.
           05 CA-PAYMENT-COUNT       PIC 9(05) VALUE ZERO.
           05 CA-AMOUNT-APPLIED      PIC 9(09)V99 VALUE ZERO.
           05 CA-DAYS-TO-PAY         PIC S9(09) VALUE ZERO.
           05 CA-DAYS-BEYOND-TERMS   PIC S9(09) VALUE ZERO.
           05 CA-PAID-LATE-COUNT     PIC 9(05) VALUE ZERO.
           05 CA-REVERSED-COUNT      PIC 9(05) VALUE ZERO.
           05 CA-AVERAGE-DAYS        PIC S9(05)V9 VALUE ZERO.
           05 CA-AVERAGE-BEYOND      PIC S9(05)V9 VALUE ZERO.

       01 DAYS-TO-PAY-COUNTERS.
           05 HISTORY-READ           PIC 9(07) VALUE ZERO.
           05 PAYMENTS-IN-PERIOD     PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-REPORTED     PIC 9(07) VALUE ZERO.
           05 REVERSALS-IN-PERIOD    PIC 9(07) VALUE ZERO.
           05 OPEN-ITEMS-READ        PIC 9(07) VALUE ZERO.

       01 COMPANY-TOTALS.
           05 CO-AMOUNT-APPLIED      PIC 9(09)V99 VALUE ZERO.
           05 CO-DAYS-TO-PAY         PIC S9(09) VALUE ZERO.
           05 CO-DAYS-BEYOND-TERMS   PIC S9(09) VALUE ZERO.
           05 CO-PAID-LATE-COUNT     PIC 9(07) VALUE ZERO.
           05 CO-AVERAGE-DAYS        PIC S9(05)V9 VALUE ZERO.
           05 CO-AVERAGE-BEYOND      PIC S9(05)V9 VALUE ZERO.
      *    DSO IS ENDING RECEIVABLES OVER THE MONTH'S CREDIT SALES,
      *    TIMES THE DAYS IN THE MONTH. CREDIT SALES ARE INVOICES
      *    DATED IN THE MONTH, WHETHER STILL OPEN OR ALREADY PAID;
      *    FINANCE CHARGES ARE RECEIVABLES BUT NOT SALES.
           05 ENDING-RECEIVABLES     PIC 9(09)V99 VALUE ZERO.
           05 CREDIT-SALES           PIC 9(09)V99 VALUE ZERO.
           05 DAYS-SALES-OUTSTANDING PIC 9(05)V9 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'DAYS-TO-PAY AND DSO REPORT'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
           05 H2-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(11) VALUE '   PERIOD: '.
           05 H2-PERIOD-START       PIC 9(8).
           05 FILLER                PIC X(04) VALUE ' TO '.
           05 H2-RUN-DATE-END       PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(21) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(06) VALUE '  PMTS'.
           05 FILLER                PIC X(16)
               VALUE '         APPLIED'.
           05 FILLER                PIC X(10) VALUE '  AVG DAYS'.
           05 FILLER                PIC X(10) VALUE '  AVG LATE'.
           05 FILLER                PIC X(07) VALUE '   LATE'.
           05 FILLER                PIC X(06) VALUE '   NSF'.

       01 CUSTOMER-DETAIL-LINE.
           05 CD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 CD-CUSTOMER-NAME      PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CD-PAYMENT-COUNT      PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-AMOUNT-APPLIED     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-AVERAGE-DAYS       PIC -ZZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-AVERAGE-BEYOND     PIC -ZZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CD-PAID-LATE-COUNT    PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CD-REVERSED-COUNT     PIC ZZZZ9.

       01 AMOUNT-TOTAL-LINE.
           05 AT-LABEL              PIC X(34).
           05 AT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01 DAYS-TOTAL-LINE.
           05 DT-LABEL              PIC X(34).
           05 DT-DAYS               PIC -ZZZZ9.9.

       01 COUNT-TOTAL-LINE.
           05 KT-LABEL              PIC X(34).
           05 KT-COUNT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-DAYS-TO-PAY
           PERFORM ANALYZE-PAYMENT-HISTORY
               UNTIL NO-MORE-HISTORY
           IF BREAK-CUSTOMER-ID NOT = ZERO
               PERFORM PRINT-CUSTOMER-DETAIL
           END-IF
           PERFORM TOTAL-RECEIVABLES
               UNTIL NO-MORE-OPEN-ITEMS
           PERFORM COMPUTE-COMPANY-FIGURES
           PERFORM PRINT-COMPANY-TOTALS
           PERFORM DISPLAY-DAYS-TO-PAY-SUMMARY
           PERFORM TERMINATE-DAYS-TO-PAY
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DAYS-TO-PAY: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-DAYS-TO-PAY' TO RC-PROGRAM-NAME
               MOVE DTP-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE HISTORY-READ TO RC-RECORDS-IN
               MOVE PAYMENTS-IN-PERIOD TO RC-RECORDS-OUT
               MOVE ZERO TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

      *    NO HISTORY FILE YET MEANS NO CASH HAS BEEN APPLIED SINCE
      *    THE HISTORY WAS STARTED; THE REPORT STILL PRINTS DSO.
       INITIALIZE-DAYS-TO-PAY.
           ACCEPT DTP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-REPORT-PERIOD
           OPEN INPUT PAYMENT-HISTORY-FILE
           IF PAYMENT-HISTORY-STATUS = '35'
               SET HISTORY-FILE-ABSENT TO TRUE
               SET NO-MORE-HISTORY TO TRUE
           ELSE
               IF PAYMENT-HISTORY-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-DAYS-TO-PAY: UNABLE TO OPEN '
                       'PAYMENT-HISTORY-FILE, STATUS='
                       PAYMENT-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DAYS-TO-PAY: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DAYS-TO-PAY: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DAYS-TO-PAY-REPORT-FILE
           PERFORM PRINT-REPORT-HEADINGS
           IF HISTORY-FILE-PRESENT
               PERFORM READ-PAYMENT-HISTORY
           END-IF
           PERFORM READ-OPEN-ITEM.

       SET-REPORT-PERIOD.
           MOVE DTP-RUN-DATE TO PERIOD-START-DATE
           MOVE 01 TO PERIOD-START-DD
           MOVE PERIOD-START-DATE TO NEXT-PERIOD-DATE
           IF NEXT-PERIOD-MM = 12
               ADD 1 TO NEXT-PERIOD-YYYY
               MOVE 01 TO NEXT-PERIOD-MM
           ELSE
               ADD 1 TO NEXT-PERIOD-MM
           END-IF
           COMPUTE DAYS-IN-PERIOD =
               FUNCTION INTEGER-OF-DATE(NEXT-PERIOD-DATE)
                   - FUNCTION INTEGER-OF-DATE(PERIOD-START-DATE).

       PRINT-REPORT-HEADINGS.
           MOVE HEADING-LINE-1 TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           MOVE DTP-RUN-DATE TO H2-RUN-DATE
           MOVE PERIOD-START-DATE TO H2-PERIOD-START
           MOVE DTP-RUN-DATE TO H2-RUN-DATE-END
           MOVE HEADING-LINE-2 TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           MOVE SPACES TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           MOVE HEADING-LINE-3 TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE.

       READ-PAYMENT-HISTORY.
           READ PAYMENT-HISTORY-FILE
               AT END
                   SET NO-MORE-HISTORY TO TRUE
           END-READ.

       READ-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-READ.

      *    THE HISTORY FILE READS IN CUSTOMER ORDER, SO A CHANGE OF
      *    CUSTOMER ID CLOSES OUT THE PREVIOUS CUSTOMER'S LINE.
       ANALYZE-PAYMENT-HISTORY.
           ADD 1 TO HISTORY-READ
           IF PH-CUSTOMER-ID NOT = BREAK-CUSTOMER-ID
               IF BREAK-CUSTOMER-ID NOT = ZERO
                   PERFORM PRINT-CUSTOMER-DETAIL
               END-IF
               PERFORM START-NEW-CUSTOMER
           END-IF
           PERFORM ACCUMULATE-ONE-PAYMENT
           PERFORM ACCUMULATE-CREDIT-SALE-PAID
           PERFORM READ-PAYMENT-HISTORY.

       START-NEW-CUSTOMER.
           MOVE PH-CUSTOMER-ID TO BREAK-CUSTOMER-ID
           MOVE ZERO TO CA-PAYMENT-COUNT
           MOVE ZERO TO CA-AMOUNT-APPLIED
           MOVE ZERO TO CA-DAYS-TO-PAY
           MOVE ZERO TO CA-DAYS-BEYOND-TERMS
           MOVE ZERO TO CA-PAID-LATE-COUNT
           MOVE ZERO TO CA-REVERSED-COUNT.

      *    ONLY CASH THAT STUCK COUNTS TOWARD DAYS-TO-PAY; A PAYMENT
      *    THE BANK RETURNED THIS MONTH IS COUNTED IN THE NSF COLUMN.
       ACCUMULATE-ONE-PAYMENT.
           MOVE PH-PAID-DATE TO ITEM-DATE-WORK
           IF PH-ENTRY-ACTIVE
              AND ITEM-DATE-YYYYMM = DTP-RUN-YYYYMM
               COMPUTE DAYS-TO-PAY =
                   FUNCTION INTEGER-OF-DATE(PH-PAID-DATE)
                       - FUNCTION INTEGER-OF-DATE(PH-INVOICE-DATE)
               COMPUTE DAYS-BEYOND-TERMS =
                   FUNCTION INTEGER-OF-DATE(PH-PAID-DATE)
                       - FUNCTION INTEGER-OF-DATE(PH-DUE-DATE)
               IF DAYS-BEYOND-TERMS > ZERO
                   ADD 1 TO CA-PAID-LATE-COUNT
               ELSE
                   MOVE ZERO TO DAYS-BEYOND-TERMS
               END-IF
               ADD 1 TO CA-PAYMENT-COUNT
               ADD PH-AMOUNT-APPLIED TO CA-AMOUNT-APPLIED
               ADD DAYS-TO-PAY TO CA-DAYS-TO-PAY
               ADD DAYS-BEYOND-TERMS TO CA-DAYS-BEYOND-TERMS
           END-IF
           MOVE PH-REVERSED-DATE TO ITEM-DATE-WORK
           IF PH-ENTRY-REVERSED
              AND ITEM-DATE-YYYYMM = DTP-RUN-YYYYMM
               ADD 1 TO CA-REVERSED-COUNT
           END-IF.

       ACCUMULATE-CREDIT-SALE-PAID.
           MOVE PH-INVOICE-DATE TO ITEM-DATE-WORK
           MOVE PH-TRANS-REFERENCE TO CHARGE-REFERENCE-CHECK
           IF PH-ENTRY-ACTIVE
              AND ITEM-DATE-YYYYMM = DTP-RUN-YYYYMM
              AND CR-PREFIX NOT = 'FC'
               ADD PH-AMOUNT-APPLIED TO CREDIT-SALES
           END-IF.

       PRINT-CUSTOMER-DETAIL.
           IF CA-PAYMENT-COUNT > ZERO OR CA-REVERSED-COUNT > ZERO
               PERFORM WRITE-CUSTOMER-DETAIL
           END-IF.

       WRITE-CUSTOMER-DETAIL.
           MOVE BREAK-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE '** NOT ON MASTER **' TO CUSTOMER-NAME
           END-READ
           IF CA-PAYMENT-COUNT > ZERO
               COMPUTE CA-AVERAGE-DAYS ROUNDED =
                   CA-DAYS-TO-PAY / CA-PAYMENT-COUNT
               COMPUTE CA-AVERAGE-BEYOND ROUNDED =
                   CA-DAYS-BEYOND-TERMS / CA-PAYMENT-COUNT
           ELSE
               MOVE ZERO TO CA-AVERAGE-DAYS
               MOVE ZERO TO CA-AVERAGE-BEYOND
           END-IF
           MOVE BREAK-CUSTOMER-ID TO CD-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO CD-CUSTOMER-NAME
           MOVE CA-PAYMENT-COUNT TO CD-PAYMENT-COUNT
           MOVE CA-AMOUNT-APPLIED TO CD-AMOUNT-APPLIED
           MOVE CA-AVERAGE-DAYS TO CD-AVERAGE-DAYS
           MOVE CA-AVERAGE-BEYOND TO CD-AVERAGE-BEYOND
           MOVE CA-PAID-LATE-COUNT TO CD-PAID-LATE-COUNT
           MOVE CA-REVERSED-COUNT TO CD-REVERSED-COUNT
           MOVE CUSTOMER-DETAIL-LINE TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           ADD 1 TO CUSTOMERS-REPORTED
           ADD CA-PAYMENT-COUNT TO PAYMENTS-IN-PERIOD
           ADD CA-REVERSED-COUNT TO REVERSALS-IN-PERIOD
           ADD CA-AMOUNT-APPLIED TO CO-AMOUNT-APPLIED
           ADD CA-DAYS-TO-PAY TO CO-DAYS-TO-PAY
           ADD CA-DAYS-BEYOND-TERMS TO CO-DAYS-BEYOND-TERMS
           ADD CA-PAID-LATE-COUNT TO CO-PAID-LATE-COUNT.

       TOTAL-RECEIVABLES.
           ADD 1 TO OPEN-ITEMS-READ
           ADD CT-TRANS-AMOUNT TO ENDING-RECEIVABLES
           MOVE CT-TRANS-DATE TO ITEM-DATE-WORK
           MOVE CT-TRANS-REFERENCE TO CHARGE-REFERENCE-CHECK
           IF ITEM-DATE-YYYYMM = DTP-RUN-YYYYMM
              AND CR-PREFIX NOT = 'FC'
               ADD CT-TRANS-AMOUNT TO CREDIT-SALES
           END-IF
           PERFORM READ-OPEN-ITEM.

       COMPUTE-COMPANY-FIGURES.
           IF PAYMENTS-IN-PERIOD > ZERO
               COMPUTE CO-AVERAGE-DAYS ROUNDED =
                   CO-DAYS-TO-PAY / PAYMENTS-IN-PERIOD
               COMPUTE CO-AVERAGE-BEYOND ROUNDED =
                   CO-DAYS-BEYOND-TERMS / PAYMENTS-IN-PERIOD
           END-IF
           IF CREDIT-SALES > ZERO
               COMPUTE DAYS-SALES-OUTSTANDING ROUNDED =
                   (ENDING-RECEIVABLES / CREDIT-SALES)
                       * DAYS-IN-PERIOD
           ELSE
               MOVE ZERO TO DAYS-SALES-OUTSTANDING
           END-IF.

       PRINT-COMPANY-TOTALS.
           MOVE SPACES TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           MOVE 'CUSTOMERS REPORTED:' TO KT-LABEL
           MOVE CUSTOMERS-REPORTED TO KT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE 'PAYMENTS APPLIED IN PERIOD:' TO KT-LABEL
           MOVE PAYMENTS-IN-PERIOD TO KT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE 'PAYMENTS PAST TERMS:' TO KT-LABEL
           MOVE CO-PAID-LATE-COUNT TO KT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE 'PAYMENTS RETURNED NSF:' TO KT-LABEL
           MOVE REVERSALS-IN-PERIOD TO KT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE 'CASH APPLIED IN PERIOD:' TO AT-LABEL
           MOVE CO-AMOUNT-APPLIED TO AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE 'AVERAGE DAYS TO PAY:' TO DT-LABEL
           MOVE CO-AVERAGE-DAYS TO DT-DAYS
           PERFORM WRITE-DAYS-TOTAL
           MOVE 'AVERAGE DAYS BEYOND TERMS:' TO DT-LABEL
           MOVE CO-AVERAGE-BEYOND TO DT-DAYS
           PERFORM WRITE-DAYS-TOTAL
           MOVE SPACES TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE
           MOVE 'ENDING RECEIVABLES:' TO AT-LABEL
           MOVE ENDING-RECEIVABLES TO AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE 'CREDIT SALES IN PERIOD:' TO AT-LABEL
           MOVE CREDIT-SALES TO AT-AMOUNT
           PERFORM WRITE-AMOUNT-TOTAL
           MOVE 'DAYS IN PERIOD:' TO KT-LABEL
           MOVE DAYS-IN-PERIOD TO KT-COUNT
           PERFORM WRITE-COUNT-TOTAL
           MOVE 'DAYS SALES OUTSTANDING:' TO DT-LABEL
           MOVE DAYS-SALES-OUTSTANDING TO DT-DAYS
           PERFORM WRITE-DAYS-TOTAL.

       WRITE-COUNT-TOTAL.
           MOVE COUNT-TOTAL-LINE TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE.

       WRITE-AMOUNT-TOTAL.
           MOVE AMOUNT-TOTAL-LINE TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE.

       WRITE-DAYS-TOTAL.
           MOVE DAYS-TOTAL-LINE TO DAYS-TO-PAY-LINE
           WRITE DAYS-TO-PAY-LINE.

       DISPLAY-DAYS-TO-PAY-SUMMARY.
           DISPLAY 'CUSTOMER-DAYS-TO-PAY Summary:'
           DISPLAY '  History Read:        ' HISTORY-READ
           DISPLAY '  Payments In Period:  ' PAYMENTS-IN-PERIOD
           DISPLAY '  Customers Reported:  ' CUSTOMERS-REPORTED
           DISPLAY '  Open Items Read:     ' OPEN-ITEMS-READ
           DISPLAY '  Average Days To Pay: ' CO-AVERAGE-DAYS
           DISPLAY '  DSO:                 ' DAYS-SALES-OUTSTANDING.

       TERMINATE-DAYS-TO-PAY.
           IF HISTORY-FILE-PRESENT
               CLOSE PAYMENT-HISTORY-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE DAYS-TO-PAY-REPORT-FILE.
