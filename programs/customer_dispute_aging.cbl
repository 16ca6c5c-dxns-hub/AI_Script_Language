       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DISPUTE-AGING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT CUSTOMER-TRANS-FILE
           ASSIGN TO 'customer-trans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

           SELECT AGING-REPORT-FILE
           ASSIGN TO 'dispute-aging.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE        PIC X(80).

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 DISPUTE-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-DISPUTES    VALUE 'Y'.
           05 MASTER-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
               88 CUSTOMER-ON-FILE    VALUE 'Y'.
               88 CUSTOMER-NOT-ON-FILE VALUE 'N'.
           05 OPEN-ITEM-SWITCH        PIC X(01) VALUE 'N'.
               88 OPEN-ITEM-FOUND     VALUE 'Y'.
               88 OPEN-ITEM-NOT-FOUND VALUE 'N'.
           05 TRANS-SCAN-SWITCH       PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.

      *    DISPUTES AGE FROM THE DAY THE ANALYST OPENED THEM, ON THE
      *    SAME 30/60/90 BOUNDARIES THE DUNNING RUN USES FOR THE
      *    ITEMS THEMSELVES, TAKEN FROM THE BUSINESS PARAMETER FILE.
       01 AGING-BOUNDARIES.
           05 AGE-DAYS-BUCKET-1      PIC 9(3) VALUE ZERO.
           05 AGE-DAYS-BUCKET-2      PIC 9(3) VALUE ZERO.
           05 AGE-DAYS-BUCKET-3      PIC 9(3) VALUE ZERO.

       01 AGING-CONTROLS.
           05 AGING-RUN-DATE         PIC 9(8).
           05 RUN-DATE-INTEGER       PIC 9(7) COMP.
           05 OPENED-DATE-INTEGER    PIC 9(7) COMP.
           05 DAYS-IN-DISPUTE        PIC S9(5) COMP.
           05 BUCKET-IDX             PIC 9(03) COMP VALUE ZERO.

       01 BUCKET-TOTALS.
           05 BUCKET-ENTRY OCCURS 4 TIMES.
               10 BK-COUNT           PIC 9(07).
               10 BK-AMOUNT          PIC 9(09)V99.

       01 AGING-COUNTERS.
           05 DISPUTES-READ          PIC 9(07) VALUE ZERO.
           05 DISPUTES-OPEN          PIC 9(07) VALUE ZERO.
           05 ITEMS-CLEARED          PIC 9(07) VALUE ZERO.
           05 OPEN-DISPUTED-TOTAL    PIC 9(09)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(30)
               VALUE 'DISPUTE AGING REPORT'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
           05 H2-RUN-DATE           PIC 9(8).

       01 HEADING-LINE-3.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(21) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(12) VALUE 'REFERENCE'.
           05 FILLER                PIC X(04) VALUE 'RSN'.
           05 FILLER                PIC X(14) VALUE '      DISPUTED'.
           05 FILLER                PIC X(07) VALUE '  DAYS'.
           05 FILLER                PIC X(09) VALUE 'ANALYST'.
           05 FILLER                PIC X(05) VALUE 'NOTE'.

       01 AGING-DETAIL-LINE.
           05 AD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 AD-CUSTOMER-NAME      PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AD-TRANS-REFERENCE    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-REASON-CODE        PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-DISPUTED-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-DAYS               PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-ANALYST-ID         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AD-NOTE               PIC X(05).

       01 BUCKET-TOTAL-LINE.
           05 BT-LABEL              PIC X(14).
           05 BT-DAYS               PIC ZZ9.
           05 FILLER                PIC X(08) VALUE ' DAYS:  '.
           05 BT-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 BT-AMOUNT             PIC ZZZ,ZZZ,ZZ9.99.

       01 TRAILER-LINE-1.
           05 FILLER                PIC X(25)
               VALUE 'OPEN DISPUTES:           '.
           05 TR1-DISPUTES-OPEN     PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 TR1-DISPUTED-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.

       01 TRAILER-LINE-2.
           05 FILLER                PIC X(25)
               VALUE 'ITEM NO LONGER OPEN:     '.
           05 TR2-ITEMS-CLEARED     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-DISPUTE-AGING
           PERFORM AGE-DISPUTES
               UNTIL NO-MORE-DISPUTES
           PERFORM PRINT-AGING-TOTALS
           PERFORM DISPLAY-AGING-SUMMARY
           PERFORM TERMINATE-DISPUTE-AGING
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-AGING: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-DISPUTE-AGING' TO RC-PROGRAM-NAME
               MOVE AGING-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE DISPUTES-READ TO RC-RECORDS-IN
               MOVE DISPUTES-OPEN TO RC-RECORDS-OUT
               MOVE ZERO TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

      *    NO DISPUTE FILE YET MEANS NOTHING HAS EVER BEEN DISPUTED -
      *    THE REPORT PRINTS EMPTY WITH ZERO TOTALS.
       INITIALIZE-DISPUTE-AGING.
           ACCEPT AGING-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(AGING-RUN-DATE)
           MOVE 'AGING-DAYS-BUCKET-1' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-1
           MOVE 'AGING-DAYS-BUCKET-2' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-2
           MOVE 'AGING-DAYS-BUCKET-3' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO AGE-DAYS-BUCKET-3
           INITIALIZE BUCKET-TOTALS
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET NO-MORE-DISPUTES TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-DISPUTE-AGING: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-AGING: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-DISPUTE-AGING: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM PRINT-AGING-HEADINGS
           IF NOT NO-MORE-DISPUTES
               PERFORM READ-DISPUTE
           END-IF.

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
               DISPLAY 'CUSTOMER-DISPUTE-AGING: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-DISPUTE-AGING: NO EFFECTIVE ENTRY '
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
              AND PM-EFFECTIVE-DATE <= AGING-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

       PRINT-AGING-HEADINGS.
           MOVE HEADING-LINE-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE AGING-RUN-DATE TO H2-RUN-DATE
           MOVE HEADING-LINE-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE HEADING-LINE-3 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       READ-DISPUTE.
           READ DISPUTE-FILE
               AT END
                   SET NO-MORE-DISPUTES TO TRUE
           END-READ.

       AGE-DISPUTES.
           ADD 1 TO DISPUTES-READ
           IF DP-DISPUTE-OPEN
               PERFORM AGE-ONE-DISPUTE
           END-IF
           PERFORM READ-DISPUTE.

       AGE-ONE-DISPUTE.
           COMPUTE OPENED-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(DP-OPENED-DATE)
           COMPUTE DAYS-IN-DISPUTE =
               RUN-DATE-INTEGER - OPENED-DATE-INTEGER
           IF DAYS-IN-DISPUTE < ZERO
               MOVE ZERO TO DAYS-IN-DISPUTE
           END-IF
           EVALUATE TRUE
               WHEN DAYS-IN-DISPUTE < AGE-DAYS-BUCKET-1
                   MOVE 1 TO BUCKET-IDX
               WHEN DAYS-IN-DISPUTE < AGE-DAYS-BUCKET-2
                   MOVE 2 TO BUCKET-IDX
               WHEN DAYS-IN-DISPUTE < AGE-DAYS-BUCKET-3
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE
           ADD 1 TO BK-COUNT(BUCKET-IDX)
           ADD DP-DISPUTED-AMOUNT TO BK-AMOUNT(BUCKET-IDX)
           ADD 1 TO DISPUTES-OPEN
           ADD DP-DISPUTED-AMOUNT TO OPEN-DISPUTED-TOTAL
           PERFORM LOOK-UP-CUSTOMER
           PERFORM FIND-OPEN-ITEM
           PERFORM PRINT-AGING-DETAIL.

       LOOK-UP-CUSTOMER.
           MOVE DP-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   SET CUSTOMER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   SET CUSTOMER-ON-FILE TO TRUE
           END-READ.

      *    A DISPUTED ITEM THAT HAS SINCE BEEN PAID OR PURGED IS
      *    FLAGGED SO THE ANALYST CAN CLOSE THE DISPUTE OUT.
       FIND-OPEN-ITEM.
           SET OPEN-ITEM-NOT-FOUND TO TRUE
           MOVE 'N' TO TRANS-SCAN-SWITCH
           MOVE DP-CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM SCAN-FOR-REFERENCE
               UNTIL OPEN-ITEM-FOUND
                  OR NO-MORE-TRANS-FOR-CUSTOMER.

       SCAN-FOR-REFERENCE.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-READ
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               IF CT-CUSTOMER-ID NOT = DP-CUSTOMER-ID
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   IF CT-TRANS-REFERENCE = DP-TRANS-REFERENCE
                       SET OPEN-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-IF.

       PRINT-AGING-DETAIL.
           MOVE DP-CUSTOMER-ID TO AD-CUSTOMER-ID
           IF CUSTOMER-ON-FILE
               MOVE CUSTOMER-NAME TO AD-CUSTOMER-NAME
           ELSE
               MOVE '** NOT ON MASTER **' TO AD-CUSTOMER-NAME
           END-IF
           MOVE DP-TRANS-REFERENCE TO AD-TRANS-REFERENCE
           MOVE DP-REASON-CODE TO AD-REASON-CODE
           MOVE DP-DISPUTED-AMOUNT TO AD-DISPUTED-AMOUNT
           MOVE DAYS-IN-DISPUTE TO AD-DAYS
           MOVE DP-ANALYST-ID TO AD-ANALYST-ID
           IF OPEN-ITEM-FOUND
               MOVE SPACES TO AD-NOTE
           ELSE
               MOVE 'PAID' TO AD-NOTE
               ADD 1 TO ITEMS-CLEARED
           END-IF
           MOVE AGING-DETAIL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       PRINT-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 'OPEN UNDER    ' TO BT-LABEL
           MOVE AGE-DAYS-BUCKET-1 TO BT-DAYS
           MOVE 1 TO BUCKET-IDX
           PERFORM PRINT-BUCKET-TOTAL
           MOVE AGE-DAYS-BUCKET-2 TO BT-DAYS
           MOVE 2 TO BUCKET-IDX
           PERFORM PRINT-BUCKET-TOTAL
           MOVE AGE-DAYS-BUCKET-3 TO BT-DAYS
           MOVE 3 TO BUCKET-IDX
           PERFORM PRINT-BUCKET-TOTAL
           MOVE 'OPEN AT LEAST ' TO BT-LABEL
           MOVE AGE-DAYS-BUCKET-3 TO BT-DAYS
           MOVE 4 TO BUCKET-IDX
           PERFORM PRINT-BUCKET-TOTAL
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE DISPUTES-OPEN TO TR1-DISPUTES-OPEN
           MOVE OPEN-DISPUTED-TOTAL TO TR1-DISPUTED-TOTAL
           MOVE TRAILER-LINE-1 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE ITEMS-CLEARED TO TR2-ITEMS-CLEARED
           MOVE TRAILER-LINE-2 TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       PRINT-BUCKET-TOTAL.
           MOVE BK-COUNT(BUCKET-IDX) TO BT-COUNT
           MOVE BK-AMOUNT(BUCKET-IDX) TO BT-AMOUNT
           MOVE BUCKET-TOTAL-LINE TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       DISPLAY-AGING-SUMMARY.
           DISPLAY 'CUSTOMER-DISPUTE-AGING Summary:'
           DISPLAY '  Disputes Read:       ' DISPUTES-READ
           DISPLAY '  Disputes Open:       ' DISPUTES-OPEN
           DISPLAY '  Items No Longer Open:' ITEMS-CLEARED
           DISPLAY '  Open Disputed Total: ' OPEN-DISPUTED-TOTAL.

       TERMINATE-DISPUTE-AGING.
           IF DISPUTE-FILE-STATUS NOT = '35'
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE AGING-REPORT-FILE.
