       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-TIEOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT TIEOUT-REPORT-FILE ASSIGN TO 'customer-tieout.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD TIEOUT-REPORT-FILE.
       01 TIEOUT-REPORT-LINE       PIC X(100).

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 CUSTOMER-FILE-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-CUSTOMERS  VALUE 'Y'.
           05 TRANS-SCAN-SWITCH      PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 TRANS-FILE-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-OPEN-ITEMS VALUE 'Y'.
           05 AUDIT-FILE-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-AUDIT-ENTRIES VALUE 'Y'.
           05 AUDIT-FILE-SWITCH      PIC X(01) VALUE 'Y'.
               88 AUDIT-FILE-PRESENT VALUE 'Y'.
               88 AUDIT-FILE-ABSENT  VALUE 'N'.
           05 TABLE-SEARCH-SWITCH    PIC X(01) VALUE 'N'.
               88 TABLE-ENTRY-FOUND  VALUE 'Y'.
               88 TABLE-ENTRY-MISSING VALUE 'N'.
               88 TABLE-SEARCH-PASSED VALUE 'P'.

       01 TIEOUT-RUN-DATE          PIC 9(8).

       01 TIEOUT-COUNTERS.
           05 CUSTOMERS-READ         PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-TIED         PIC 9(07) VALUE ZERO.
           05 CUSTOMERS-OUT-OF-BALANCE PIC 9(07) VALUE ZERO.
           05 OPEN-ITEMS-READ        PIC 9(07) VALUE ZERO.
           05 ORPHAN-ITEMS           PIC 9(07) VALUE ZERO.
           05 MISMATCHES-WITHOUT-HISTORY PIC 9(07) VALUE ZERO.

       01 TIEOUT-TOTALS.
           05 MASTER-BALANCE-TOTAL   PIC 9(09)V99 VALUE ZERO.
           05 OPEN-ITEM-GRAND-TOTAL  PIC 9(09)V99 VALUE ZERO.
           05 NET-DIFFERENCE-TOTAL   PIC S9(09)V99 VALUE ZERO.
           05 ORPHAN-AMOUNT-TOTAL    PIC 9(09)V99 VALUE ZERO.

       01 CUSTOMER-TIEOUT-WORK.
           05 OPEN-ITEM-TOTAL        PIC 9(09)V99 VALUE ZERO.
           05 OPEN-ITEM-COUNT        PIC 9(05) VALUE ZERO.
           05 BALANCE-DIFFERENCE     PIC S9(09)V99 VALUE ZERO.

      *    OUT-OF-BALANCE CUSTOMERS ARE HELD HERE UNTIL ONE PASS OF
      *    THE AUDIT FILE HAS PICKED UP THE LAST FEW JOURNAL ENTRIES
      *    FOR EACH OF THEM. THE AUDIT FILE IS APPENDED IN RUN ORDER,
      *    SO THE LAST ENTRIES SEEN ARE THE MOST RECENT. A NIGHT WITH
      *    MORE DRIFT THAN THE TABLE HOLDS STILL COUNTS AND FLAGS
      *    EVERY CUSTOMER; THE OVERFLOW IS LISTED WITHOUT HISTORY,
      *    FOUND AGAIN BY A SECOND PASS OF THE MASTER FROM THE LAST
      *    CUSTOMER THE TABLE HOLDS.
       01 MISMATCH-TABLE.
           05 MISMATCH-COUNT         PIC 9(03) COMP VALUE ZERO.
           05 MISMATCH-ENTRY OCCURS 500 TIMES.
               10 MM-CUSTOMER-ID     PIC 9(5).
               10 MM-CUSTOMER-NAME   PIC X(30).
               10 MM-MASTER-BALANCE  PIC 9(7)V99.
               10 MM-OPEN-ITEM-TOTAL PIC 9(09)V99.
               10 MM-OPEN-ITEM-COUNT PIC 9(05).
               10 MM-DIFFERENCE      PIC S9(09)V99.
               10 MM-HISTORY-COUNT   PIC 9(03) COMP.
               10 MM-HISTORY OCCURS 3 TIMES.
                   15 MH-RUN-DATE    PIC 9(8).
                   15 MH-RUN-TIME    PIC 9(6).
                   15 MH-PROGRAM-NAME PIC X(24).
                   15 MH-ACTION-CODE PIC X(01).
                   15 MH-OLD-BALANCE PIC 9(7)V99.
                   15 MH-NEW-BALANCE PIC 9(7)V99.

       01 TABLE-SUBSCRIPTS.
           05 MISMATCH-IDX           PIC 9(03) COMP VALUE ZERO.
           05 FOUND-IDX              PIC 9(03) COMP VALUE ZERO.
           05 HISTORY-IDX            PIC 9(03) COMP VALUE ZERO.
           05 HISTORY-SLOTS          PIC 9(03) COMP VALUE 3.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'OPEN-ITEM SUBLEDGER TIE-OUT'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
           05 H2-RUN-DATE           PIC 9(8).

       01 SECTION-HEADING-LINE.
           05 SH-TEXT               PIC X(60).

       01 MISMATCH-HEADING-LINE.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(31) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(15)
               VALUE ' MASTER BALANCE'.
           05 FILLER                PIC X(16)
               VALUE '  OPEN-ITEM TOTL'.
           05 FILLER                PIC X(07) VALUE '  ITEMS'.
           05 FILLER                PIC X(16)
               VALUE '      DIFFERENCE'.

       01 MISMATCH-DETAIL-LINE.
           05 MD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 MD-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 MD-MASTER-BALANCE     PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-OPEN-ITEM-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-OPEN-ITEM-COUNT    PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MD-DIFFERENCE         PIC -ZZZ,ZZZ,ZZ9.99.

       01 HISTORY-DETAIL-LINE.
           05 FILLER                PIC X(10)
               VALUE '    AUDIT '.
           05 HD-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HD-RUN-TIME           PIC 9(6).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HD-PROGRAM-NAME       PIC X(24).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HD-ACTION-CODE        PIC X(01).
           05 FILLER                PIC X(06) VALUE '  OLD '.
           05 HD-OLD-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(06) VALUE '  NEW '.
           05 HD-NEW-BALANCE        PIC Z,ZZZ,ZZ9.99.

       01 NO-HISTORY-LINE.
           05 FILLER                PIC X(40)
               VALUE '    NO AUDIT ENTRIES ON FILE'.

       01 OVERFLOW-LINE.
           05 FILLER                PIC X(08) VALUE 'PLUS    '.
           05 OV-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(37)
               VALUE ' MORE OUT-OF-BALANCE CUSTOMERS LISTED'.
           05 FILLER                PIC X(30)
               VALUE ' WITHOUT AUDIT HISTORY'.

       01 ORPHAN-HEADING-LINE.
           05 FILLER                PIC X(08) VALUE 'CUST-ID'.
           05 FILLER                PIC X(12) VALUE 'REFERENCE'.
           05 FILLER                PIC X(10) VALUE 'TRANS DATE'.
           05 FILLER                PIC X(14)
               VALUE '        AMOUNT'.
           05 FILLER                PIC X(06) VALUE '  DAYS'.

       01 ORPHAN-DETAIL-LINE.
           05 OD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OD-TRANS-REFERENCE    PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OD-TRANS-DATE         PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OD-TRANS-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OD-DAYS-PAST-DUE      PIC ZZ9.

       01 TOTAL-LINE.
           05 TL-LABEL              PIC X(32).
           05 TL-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.

       01 COUNT-LINE.
           05 CL-LABEL              PIC X(32).
           05 CL-COUNT              PIC Z,ZZZ,ZZ9.

       01 RESULT-LINE              PIC X(50).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-TIEOUT
           PERFORM TIE-OUT-CUSTOMERS
               UNTIL NO-MORE-CUSTOMERS
           PERFORM COLLECT-AUDIT-HISTORY
           PERFORM PRINT-MISMATCHES
           PERFORM LIST-ORPHAN-ITEMS
           PERFORM PRINT-TIEOUT-TOTALS
           PERFORM DISPLAY-TIEOUT-SUMMARY
           PERFORM TERMINATE-TIEOUT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-TIEOUT: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-TIEOUT' TO RC-PROGRAM-NAME
               MOVE TIEOUT-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE CUSTOMERS-READ TO RC-RECORDS-IN
               MOVE CUSTOMERS-TIED TO RC-RECORDS-OUT
               COMPUTE RC-RECORDS-REJECTED =
                   CUSTOMERS-OUT-OF-BALANCE + ORPHAN-ITEMS
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

       INITIALIZE-TIEOUT.
           ACCEPT TIEOUT-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-TIEOUT: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-TIEOUT: UNABLE TO OPEN '
                   'CUSTOMER-TRANS-FILE, STATUS='
                   CUSTOMER-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TIEOUT-REPORT-FILE
           MOVE HEADING-LINE-1 TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE TIEOUT-RUN-DATE TO H2-RUN-DATE
           MOVE HEADING-LINE-2 TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE LOW-VALUES TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS >= CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-START
           IF NOT NO-MORE-CUSTOMERS
               PERFORM READ-NEXT-CUSTOMER
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.

      *    A CUSTOMER TIES WHEN THE MASTER BALANCE EQUALS THE SUM OF
      *    EVERY OPEN ITEM CARRIED FOR THEM, DISPUTED OR NOT - A
      *    DISPUTE STOPS COLLECTION, NOT THE RECEIVABLE.
       TIE-OUT-CUSTOMERS.
           ADD 1 TO CUSTOMERS-READ
           ADD CUSTOMER-BALANCE TO MASTER-BALANCE-TOTAL
           PERFORM SUM-CUSTOMER-OPEN-ITEMS
           ADD OPEN-ITEM-TOTAL TO OPEN-ITEM-GRAND-TOTAL
           COMPUTE BALANCE-DIFFERENCE =
               CUSTOMER-BALANCE - OPEN-ITEM-TOTAL
           IF BALANCE-DIFFERENCE = ZERO
               ADD 1 TO CUSTOMERS-TIED
           ELSE
               ADD 1 TO CUSTOMERS-OUT-OF-BALANCE
               ADD BALANCE-DIFFERENCE TO NET-DIFFERENCE-TOTAL
               PERFORM HOLD-MISMATCH
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

       SUM-CUSTOMER-OPEN-ITEMS.
           MOVE ZERO TO OPEN-ITEM-TOTAL
           MOVE ZERO TO OPEN-ITEM-COUNT
           MOVE 'N' TO TRANS-SCAN-SWITCH
           MOVE CUSTOMER-ID TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-START
           PERFORM SUM-ONE-OPEN-ITEM
               UNTIL NO-MORE-TRANS-FOR-CUSTOMER.

       SUM-ONE-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
           END-READ
           IF NOT NO-MORE-TRANS-FOR-CUSTOMER
               IF CT-CUSTOMER-ID NOT = CUSTOMER-ID
                   SET NO-MORE-TRANS-FOR-CUSTOMER TO TRUE
               ELSE
                   ADD CT-TRANS-AMOUNT TO OPEN-ITEM-TOTAL
                   ADD 1 TO OPEN-ITEM-COUNT
               END-IF
           END-IF.

       HOLD-MISMATCH.
           IF MISMATCH-COUNT < 500
               ADD 1 TO MISMATCH-COUNT
               MOVE MISMATCH-COUNT TO MISMATCH-IDX
               MOVE CUSTOMER-ID TO MM-CUSTOMER-ID(MISMATCH-IDX)
               MOVE CUSTOMER-NAME TO MM-CUSTOMER-NAME(MISMATCH-IDX)
               MOVE CUSTOMER-BALANCE
                   TO MM-MASTER-BALANCE(MISMATCH-IDX)
               MOVE OPEN-ITEM-TOTAL
                   TO MM-OPEN-ITEM-TOTAL(MISMATCH-IDX)
               MOVE OPEN-ITEM-COUNT
                   TO MM-OPEN-ITEM-COUNT(MISMATCH-IDX)
               MOVE BALANCE-DIFFERENCE
                   TO MM-DIFFERENCE(MISMATCH-IDX)
               MOVE ZERO TO MM-HISTORY-COUNT(MISMATCH-IDX)
           ELSE
               ADD 1 TO MISMATCHES-WITHOUT-HISTORY
           END-IF.

      *    NO AUDIT FILE YET MEANS NO CUSTOMER HAS ANY HISTORY TO
      *    SHOW; THE MISMATCHES STILL PRINT.
       COLLECT-AUDIT-HISTORY.
           IF MISMATCH-COUNT > ZERO
               OPEN INPUT AUDIT-FILE
               IF AUDIT-FILE-STATUS = '35'
                   SET AUDIT-FILE-ABSENT TO TRUE
               ELSE
                   IF AUDIT-FILE-STATUS NOT = '00'
                       DISPLAY 'CUSTOMER-TIEOUT: UNABLE TO OPEN '
                           'AUDIT-FILE, STATUS=' AUDIT-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM READ-AUDIT-FILE
                   PERFORM KEEP-AUDIT-HISTORY
                       UNTIL NO-MORE-AUDIT-ENTRIES
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   SET NO-MORE-AUDIT-ENTRIES TO TRUE
           END-READ.

       KEEP-AUDIT-HISTORY.
           PERFORM FIND-MISMATCH-ENTRY
           IF TABLE-ENTRY-FOUND
               PERFORM SHIFT-IN-AUDIT-ENTRY
           END-IF
           PERFORM READ-AUDIT-FILE.

      *    THE TABLE IS LOADED IN CUSTOMER-ID ORDER, SO THE SEARCH
      *    STOPS AS SOON AS IT PASSES THE AUDIT ENTRY'S CUSTOMER.
       FIND-MISMATCH-ENTRY.
           SET TABLE-ENTRY-MISSING TO TRUE
           MOVE ZERO TO FOUND-IDX
           PERFORM CHECK-MISMATCH-ENTRY
               VARYING MISMATCH-IDX FROM 1 BY 1
               UNTIL MISMATCH-IDX > MISMATCH-COUNT
                  OR NOT TABLE-ENTRY-MISSING.

       CHECK-MISMATCH-ENTRY.
           IF MM-CUSTOMER-ID(MISMATCH-IDX) = AU-CUSTOMER-ID
               SET TABLE-ENTRY-FOUND TO TRUE
               MOVE MISMATCH-IDX TO FOUND-IDX
           ELSE
               IF MM-CUSTOMER-ID(MISMATCH-IDX) > AU-CUSTOMER-ID
                   SET TABLE-SEARCH-PASSED TO TRUE
               END-IF
           END-IF.

      *    SLOT 1 IS ALWAYS THE NEWEST ENTRY; OLDER ONES SLIDE DOWN
      *    AND THE OLDEST FALLS OFF THE END.
       SHIFT-IN-AUDIT-ENTRY.
           IF MM-HISTORY-COUNT(FOUND-IDX) < HISTORY-SLOTS
               ADD 1 TO MM-HISTORY-COUNT(FOUND-IDX)
           END-IF
           PERFORM SLIDE-HISTORY-SLOT
               VARYING HISTORY-IDX FROM HISTORY-SLOTS BY -1
               UNTIL HISTORY-IDX < 2
           MOVE AU-RUN-DATE TO MH-RUN-DATE(FOUND-IDX, 1)
           MOVE AU-RUN-TIME TO MH-RUN-TIME(FOUND-IDX, 1)
           MOVE AU-PROGRAM-NAME TO MH-PROGRAM-NAME(FOUND-IDX, 1)
           MOVE AU-ACTION-CODE TO MH-ACTION-CODE(FOUND-IDX, 1)
           MOVE AU-OLD-BALANCE TO MH-OLD-BALANCE(FOUND-IDX, 1)
           MOVE AU-NEW-BALANCE TO MH-NEW-BALANCE(FOUND-IDX, 1).

       SLIDE-HISTORY-SLOT.
           MOVE MM-HISTORY(FOUND-IDX, HISTORY-IDX - 1)
               TO MM-HISTORY(FOUND-IDX, HISTORY-IDX).

       PRINT-MISMATCHES.
           MOVE SPACES TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE 'BALANCE NOT EQUAL TO OPEN ITEMS'
               TO SH-TEXT
           MOVE SECTION-HEADING-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE MISMATCH-HEADING-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           PERFORM PRINT-ONE-MISMATCH
               VARYING MISMATCH-IDX FROM 1 BY 1
               UNTIL MISMATCH-IDX > MISMATCH-COUNT
           IF MISMATCHES-WITHOUT-HISTORY > ZERO
               PERFORM LIST-OVERFLOW-MISMATCHES
               MOVE MISMATCHES-WITHOUT-HISTORY TO OV-COUNT
               MOVE OVERFLOW-LINE TO TIEOUT-REPORT-LINE
               WRITE TIEOUT-REPORT-LINE
           END-IF.

      *    THE TABLE FILLED IN CUSTOMER-ID ORDER, SO EVERY CUSTOMER
      *    IT COULD NOT HOLD COMES AFTER ITS LAST ENTRY. EACH ONE
      *    STILL OUT OF BALANCE IS PRINTED AS IT IS FOUND.
       LIST-OVERFLOW-MISMATCHES.
           MOVE 'N' TO CUSTOMER-FILE-EOF
           MOVE MM-CUSTOMER-ID(MISMATCH-COUNT) TO CUSTOMER-ID
           START CUSTOMER-FILE KEY IS > CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-START
           IF NOT NO-MORE-CUSTOMERS
               PERFORM READ-NEXT-CUSTOMER
           END-IF
           PERFORM CHECK-OVERFLOW-CUSTOMER
               UNTIL NO-MORE-CUSTOMERS.

       CHECK-OVERFLOW-CUSTOMER.
           PERFORM SUM-CUSTOMER-OPEN-ITEMS
           COMPUTE BALANCE-DIFFERENCE =
               CUSTOMER-BALANCE - OPEN-ITEM-TOTAL
           IF BALANCE-DIFFERENCE NOT = ZERO
               MOVE CUSTOMER-ID TO MD-CUSTOMER-ID
               MOVE CUSTOMER-NAME TO MD-CUSTOMER-NAME
               MOVE CUSTOMER-BALANCE TO MD-MASTER-BALANCE
               MOVE OPEN-ITEM-TOTAL TO MD-OPEN-ITEM-TOTAL
               MOVE OPEN-ITEM-COUNT TO MD-OPEN-ITEM-COUNT
               MOVE BALANCE-DIFFERENCE TO MD-DIFFERENCE
               MOVE MISMATCH-DETAIL-LINE TO TIEOUT-REPORT-LINE
               WRITE TIEOUT-REPORT-LINE
           END-IF
           PERFORM READ-NEXT-CUSTOMER.

       PRINT-ONE-MISMATCH.
           MOVE MM-CUSTOMER-ID(MISMATCH-IDX) TO MD-CUSTOMER-ID
           MOVE MM-CUSTOMER-NAME(MISMATCH-IDX) TO MD-CUSTOMER-NAME
           MOVE MM-MASTER-BALANCE(MISMATCH-IDX) TO MD-MASTER-BALANCE
           MOVE MM-OPEN-ITEM-TOTAL(MISMATCH-IDX)
               TO MD-OPEN-ITEM-TOTAL
           MOVE MM-OPEN-ITEM-COUNT(MISMATCH-IDX)
               TO MD-OPEN-ITEM-COUNT
           MOVE MM-DIFFERENCE(MISMATCH-IDX) TO MD-DIFFERENCE
           MOVE MISMATCH-DETAIL-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           IF MM-HISTORY-COUNT(MISMATCH-IDX) = ZERO
               MOVE NO-HISTORY-LINE TO TIEOUT-REPORT-LINE
               WRITE TIEOUT-REPORT-LINE
           ELSE
               PERFORM PRINT-ONE-HISTORY-ENTRY
                   VARYING HISTORY-IDX FROM 1 BY 1
                   UNTIL HISTORY-IDX > MM-HISTORY-COUNT(MISMATCH-IDX)
           END-IF.

       PRINT-ONE-HISTORY-ENTRY.
           MOVE MH-RUN-DATE(MISMATCH-IDX, HISTORY-IDX) TO HD-RUN-DATE
           MOVE MH-RUN-TIME(MISMATCH-IDX, HISTORY-IDX) TO HD-RUN-TIME
           MOVE MH-PROGRAM-NAME(MISMATCH-IDX, HISTORY-IDX)
               TO HD-PROGRAM-NAME
           MOVE MH-ACTION-CODE(MISMATCH-IDX, HISTORY-IDX)
               TO HD-ACTION-CODE
           MOVE MH-OLD-BALANCE(MISMATCH-IDX, HISTORY-IDX)
               TO HD-OLD-BALANCE
           MOVE MH-NEW-BALANCE(MISMATCH-IDX, HISTORY-IDX)
               TO HD-NEW-BALANCE
           MOVE HISTORY-DETAIL-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

      *    AN ORPHAN IS AN OPEN ITEM WHOSE CUSTOMER IS NO LONGER ON
      *    THE MASTER - USUALLY A PURGE OR DELETE THAT LEFT ITS
      *    ITEMS BEHIND. IT IS IN NO CUSTOMER'S TIE-OUT ABOVE.
       LIST-ORPHAN-ITEMS.
           MOVE SPACES TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE 'OPEN ITEMS FOR CUSTOMERS NOT ON THE MASTER'
               TO SH-TEXT
           MOVE SECTION-HEADING-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE ORPHAN-HEADING-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE LOW-VALUES TO CT-CUSTOMER-ID
           START CUSTOMER-TRANS-FILE KEY IS >= CT-CUSTOMER-ID
               INVALID KEY
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-START
           IF NOT NO-MORE-OPEN-ITEMS
               PERFORM READ-NEXT-OPEN-ITEM
           END-IF
           PERFORM CHECK-OPEN-ITEM-OWNER
               UNTIL NO-MORE-OPEN-ITEMS.

       READ-NEXT-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-READ.

       CHECK-OPEN-ITEM-OWNER.
           ADD 1 TO OPEN-ITEMS-READ
           MOVE CT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM PRINT-ORPHAN-ITEM
           END-READ
           PERFORM READ-NEXT-OPEN-ITEM.

       PRINT-ORPHAN-ITEM.
           ADD 1 TO ORPHAN-ITEMS
           ADD CT-TRANS-AMOUNT TO ORPHAN-AMOUNT-TOTAL
           MOVE CT-CUSTOMER-ID TO OD-CUSTOMER-ID
           MOVE CT-TRANS-REFERENCE TO OD-TRANS-REFERENCE
           MOVE CT-TRANS-DATE TO OD-TRANS-DATE
           MOVE CT-TRANS-AMOUNT TO OD-TRANS-AMOUNT
           MOVE CT-DAYS-PAST-DUE TO OD-DAYS-PAST-DUE
           MOVE ORPHAN-DETAIL-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

       PRINT-TIEOUT-TOTALS.
           MOVE SPACES TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE
           MOVE 'CUSTOMERS READ:' TO CL-LABEL
           MOVE CUSTOMERS-READ TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CUSTOMERS TIED:' TO CL-LABEL
           MOVE CUSTOMERS-TIED TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'CUSTOMERS OUT OF BALANCE:' TO CL-LABEL
           MOVE CUSTOMERS-OUT-OF-BALANCE TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'ORPHAN OPEN ITEMS:' TO CL-LABEL
           MOVE ORPHAN-ITEMS TO CL-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE 'MASTER BALANCE TOTAL:' TO TL-LABEL
           MOVE MASTER-BALANCE-TOTAL TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'OPEN-ITEM TOTAL (ON MASTER):' TO TL-LABEL
           MOVE OPEN-ITEM-GRAND-TOTAL TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'NET DIFFERENCE:' TO TL-LABEL
           MOVE NET-DIFFERENCE-TOTAL TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ORPHAN OPEN-ITEM TOTAL:' TO TL-LABEL
           MOVE ORPHAN-AMOUNT-TOTAL TO TL-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           IF CUSTOMERS-OUT-OF-BALANCE = ZERO
              AND ORPHAN-ITEMS = ZERO
               MOVE 'TIE-OUT: SUBLEDGER AGREES WITH MASTER'
                   TO RESULT-LINE
           ELSE
               MOVE 'TIE-OUT: *** SUBLEDGER DRIFT ***'
                   TO RESULT-LINE
           END-IF
           MOVE RESULT-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

       WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO TIEOUT-REPORT-LINE
           WRITE TIEOUT-REPORT-LINE.

      *    DRIFT IS A WARNING, NOT A STOP: THE STREAM CARRIES ON AND
      *    THE OPS REPORT FLAGS THE NONZERO RETURN CODE.
       DISPLAY-TIEOUT-SUMMARY.
           DISPLAY 'CUSTOMER-TIEOUT Summary:'
           DISPLAY '  Customers Read:      ' CUSTOMERS-READ
           DISPLAY '  Customers Tied:      ' CUSTOMERS-TIED
           DISPLAY '  Out Of Balance:      ' CUSTOMERS-OUT-OF-BALANCE
           DISPLAY '  Open Items Read:     ' OPEN-ITEMS-READ
           DISPLAY '  Orphan Open Items:   ' ORPHAN-ITEMS
           IF CUSTOMERS-OUT-OF-BALANCE > ZERO
              OR ORPHAN-ITEMS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       TERMINATE-TIEOUT.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           CLOSE TIEOUT-REPORT-FILE.
