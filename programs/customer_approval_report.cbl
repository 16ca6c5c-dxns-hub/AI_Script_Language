       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-APPROVAL-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'pending-approval.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AP-REQUEST-KEY
           FILE STATUS IS APPROVAL-FILE-STATUS.

           SELECT APPROVAL-REPORT-FILE
           ASSIGN TO 'approval-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-APPROVAL-FILE.
           COPY CUSTAPPR.

       FD APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-LINE     PIC X(132).

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 APPROVAL-FILE-STATUS     PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 APPROVAL-FILE-EOF       PIC X(01) VALUE 'N'.
               88 NO-MORE-REQUESTS    VALUE 'Y'.
           05 APPROVAL-FILE-SWITCH    PIC X(01) VALUE 'Y'.
               88 APPROVAL-FILE-PRESENT VALUE 'Y'.
               88 APPROVAL-FILE-ABSENT  VALUE 'N'.

       01 REPORT-CONTROLS.
           05 REPORT-RUN-DATE        PIC 9(8).
           05 RUN-DATE-INTEGER       PIC 9(7) COMP.
           05 REQUEST-DATE-INTEGER   PIC 9(7) COMP.
           05 DAYS-PENDING           PIC S9(5) COMP.
           05 EDIT-CUSTOMER-ID       PIC 9(5).
           05 EDIT-LIMIT             PIC Z,ZZZ,ZZ9.99.
           05 EDIT-PARAM-VALUE       PIC Z(6)9.9(5).

       01 REPORT-COUNTERS.
           05 REQUESTS-READ          PIC 9(07) VALUE ZERO.
           05 REQUESTS-PENDING       PIC 9(07) VALUE ZERO.
           05 DECISIONS-APPROVED     PIC 9(07) VALUE ZERO.
           05 DECISIONS-REJECTED     PIC 9(07) VALUE ZERO.
           05 LINES-REPORTED         PIC 9(07) VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(20) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'DUAL-CONTROL CHANGE REQUESTS'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(08) VALUE 'AS OF '.
           05 H2-RUN-DATE           PIC 9(8).

       01 SECTION-HEADING-LINE.
           05 SH-SECTION-TITLE      PIC X(60).

       01 HEADING-LINE-3.
           05 FILLER                PIC X(19) VALUE 'REQUESTED'.
           05 FILLER                PIC X(15) VALUE 'CHANGE'.
           05 FILLER                PIC X(10) VALUE 'BY'.
           05 FILLER                PIC X(21)
               VALUE 'CUSTOMER/PARAMETER'.
           05 FILLER                PIC X(16) VALUE 'FROM'.
           05 FILLER                PIC X(17) VALUE 'TO'.
           05 SH-LAST-COLUMN        PIC X(30).

      *    THE DESCRIPTION OF THE CHANGE IS THE SAME IN BOTH SECTIONS:
      *    WHEN AND BY WHOM IT WAS KEYED, WHAT IT TOUCHES, AND THE
      *    VALUE BEFORE AND AFTER.
       01 REQUEST-DESCRIPTION.
           05 RD-REQUEST-DATE       PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-REQUEST-TIME       PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-TYPE-TEXT          PIC X(14).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-REQUESTED-BY       PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-SUBJECT            PIC X(20).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-FROM-VALUE         PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RD-TO-VALUE           PIC X(15).

       01 PENDING-DETAIL-LINE.
           05 PD-DESCRIPTION        PIC X(96).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PD-DAYS-PENDING       PIC ZZZZ9.

       01 DECISION-DETAIL-LINE.
           05 DD-DESCRIPTION        PIC X(96).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DD-DECISION           PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DD-DECIDED-BY         PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DD-DECIDED-DATE       PIC 9(8).

       01 DECISION-NOTE-LINE.
           05 FILLER                PIC X(19) VALUE SPACES.
           05 FILLER                PIC X(06) VALUE 'NOTE: '.
           05 DN-DECISION-NOTE      PIC X(30).

       01 TRAILER-LINE.
           05 TR-LABEL              PIC X(25).
           05 TR-COUNT              PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-APPROVAL-REPORT
           PERFORM REPORT-PENDING-REQUESTS
           PERFORM REPORT-DECIDED-REQUESTS
           PERFORM PRINT-REPORT-TOTALS
           PERFORM DISPLAY-REPORT-SUMMARY
           PERFORM TERMINATE-APPROVAL-REPORT
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-APPROVAL-REPORT: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CUSTOMER-APPROVAL-REPORT' TO RC-PROGRAM-NAME
               MOVE REPORT-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE REQUESTS-READ TO RC-RECORDS-IN
               MOVE LINES-REPORTED TO RC-RECORDS-OUT
               MOVE ZERO TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

      *    NO APPROVAL FILE YET MEANS NOTHING HAS EVER BEEN HELD FOR
      *    APPROVAL - THE REPORT PRINTS EMPTY WITH ZERO TOTALS.
       INITIALIZE-APPROVAL-REPORT.
           ACCEPT REPORT-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(REPORT-RUN-DATE)
           OPEN INPUT PENDING-APPROVAL-FILE
           IF APPROVAL-FILE-STATUS = '35'
               SET APPROVAL-FILE-ABSENT TO TRUE
           ELSE
               IF APPROVAL-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-APPROVAL-REPORT: UNABLE TO OPEN '
                       'PENDING-APPROVAL-FILE, STATUS='
                       APPROVAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PENDING-APPROVAL-FILE
           END-IF
           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE HEADING-LINE-1 TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE REPORT-RUN-DATE TO H2-RUN-DATE
           MOVE HEADING-LINE-2 TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       READ-REQUEST.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET NO-MORE-REQUESTS TO TRUE
           END-READ.

      *    FIRST PASS: EVERY REQUEST STILL WAITING FOR A DECISION,
      *    OLDEST FIRST, WITH HOW MANY DAYS IT HAS BEEN WAITING. A
      *    PENDING REQUEST PRINTS EVERY NIGHT UNTIL SOMEONE DECIDES
      *    IT.
       REPORT-PENDING-REQUESTS.
           MOVE 'CHANGES AWAITING APPROVAL' TO SH-SECTION-TITLE
           MOVE 'DAYS WAITING' TO SH-LAST-COLUMN
           PERFORM PRINT-SECTION-HEADINGS
           IF APPROVAL-FILE-PRESENT
               OPEN INPUT PENDING-APPROVAL-FILE
               MOVE 'N' TO APPROVAL-FILE-EOF
               PERFORM READ-REQUEST
               PERFORM LIST-PENDING-REQUEST
                   UNTIL NO-MORE-REQUESTS
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       LIST-PENDING-REQUEST.
           ADD 1 TO REQUESTS-READ
           IF AP-STATUS-PENDING
               PERFORM DESCRIBE-REQUEST
               COMPUTE REQUEST-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AP-REQUEST-DATE)
               COMPUTE DAYS-PENDING =
                   RUN-DATE-INTEGER - REQUEST-DATE-INTEGER
               IF DAYS-PENDING < ZERO
                   MOVE ZERO TO DAYS-PENDING
               END-IF
               MOVE REQUEST-DESCRIPTION TO PD-DESCRIPTION
               MOVE DAYS-PENDING TO PD-DAYS-PENDING
               MOVE PENDING-DETAIL-LINE TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               ADD 1 TO REQUESTS-PENDING
               ADD 1 TO LINES-REPORTED
           END-IF
           PERFORM READ-REQUEST.

      *    SECOND PASS: EVERY APPROVAL AND REJECTION MADE SINCE THE
      *    LAST RUN, WITH WHO DECIDED IT. EACH DECISION IS PRINTED
      *    ONCE AND THEN MARKED REPORTED; THE RECORD STAYS ON FILE AS
      *    THE PERMANENT HISTORY OF THE CHANGE.
       REPORT-DECIDED-REQUESTS.
           MOVE 'CHANGES APPROVED OR REJECTED SINCE LAST REPORT'
               TO SH-SECTION-TITLE
           MOVE 'DECISION BY       ON' TO SH-LAST-COLUMN
           PERFORM PRINT-SECTION-HEADINGS
           IF APPROVAL-FILE-PRESENT
               OPEN I-O PENDING-APPROVAL-FILE
               IF APPROVAL-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-APPROVAL-REPORT: UNABLE TO OPEN '
                       'PENDING-APPROVAL-FILE, STATUS='
                       APPROVAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO APPROVAL-FILE-EOF
               PERFORM READ-REQUEST
               PERFORM LIST-DECIDED-REQUEST
                   UNTIL NO-MORE-REQUESTS
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       LIST-DECIDED-REQUEST.
           IF (AP-STATUS-APPROVED OR AP-STATUS-REJECTED)
              AND NOT AP-DECISION-REPORTED
               PERFORM DESCRIBE-REQUEST
               MOVE REQUEST-DESCRIPTION TO DD-DESCRIPTION
               IF AP-STATUS-APPROVED
                   MOVE 'APPROVED' TO DD-DECISION
                   ADD 1 TO DECISIONS-APPROVED
               ELSE
                   MOVE 'REJECTED' TO DD-DECISION
                   ADD 1 TO DECISIONS-REJECTED
               END-IF
               MOVE AP-DECIDED-BY TO DD-DECIDED-BY
               MOVE AP-DECIDED-DATE TO DD-DECIDED-DATE
               MOVE DECISION-DETAIL-LINE TO APPROVAL-REPORT-LINE
               WRITE APPROVAL-REPORT-LINE
               ADD 1 TO LINES-REPORTED
               IF AP-DECISION-NOTE NOT = SPACES
                   MOVE AP-DECISION-NOTE TO DN-DECISION-NOTE
                   MOVE DECISION-NOTE-LINE TO APPROVAL-REPORT-LINE
                   WRITE APPROVAL-REPORT-LINE
               END-IF
               SET AP-DECISION-REPORTED TO TRUE
               REWRITE PENDING-APPROVAL-RECORD
               IF APPROVAL-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-APPROVAL-REPORT: REWRITE '
                       'FAILED, STATUS=' APPROVAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM READ-REQUEST.

       DESCRIBE-REQUEST.
           MOVE AP-REQUEST-DATE TO RD-REQUEST-DATE
           MOVE AP-REQUEST-TIME TO RD-REQUEST-TIME
           MOVE AP-REQUESTED-BY TO RD-REQUESTED-BY
           MOVE SPACES TO RD-FROM-VALUE
           MOVE SPACES TO RD-TO-VALUE
           EVALUATE TRUE
               WHEN AP-LIMIT-INCREASE
                   MOVE 'LIMIT INCREASE' TO RD-TYPE-TEXT
                   MOVE AP-CUSTOMER-ID TO EDIT-CUSTOMER-ID
                   MOVE EDIT-CUSTOMER-ID TO RD-SUBJECT
                   MOVE AP-OLD-CREDIT-LIMIT TO EDIT-LIMIT
                   MOVE EDIT-LIMIT TO RD-FROM-VALUE
                   MOVE AP-NEW-CREDIT-LIMIT TO EDIT-LIMIT
                   MOVE EDIT-LIMIT TO RD-TO-VALUE
               WHEN AP-FAMILY-LIMIT-CHANGE
                   MOVE 'FAMILY LIMIT' TO RD-TYPE-TEXT
                   MOVE AP-CUSTOMER-ID TO EDIT-CUSTOMER-ID
                   MOVE EDIT-CUSTOMER-ID TO RD-SUBJECT
                   MOVE AP-OLD-CREDIT-LIMIT TO EDIT-LIMIT
                   MOVE EDIT-LIMIT TO RD-FROM-VALUE
                   MOVE AP-NEW-CREDIT-LIMIT TO EDIT-LIMIT
                   MOVE EDIT-LIMIT TO RD-TO-VALUE
               WHEN AP-HOLD-RELEASE
                   IF AP-OLD-STATUS = 'H'
                       MOVE 'HOLD RELEASE' TO RD-TYPE-TEXT
                   ELSE
                       MOVE 'REACTIVATION' TO RD-TYPE-TEXT
                   END-IF
                   MOVE AP-CUSTOMER-ID TO EDIT-CUSTOMER-ID
                   MOVE EDIT-CUSTOMER-ID TO RD-SUBJECT
                   MOVE AP-OLD-STATUS TO RD-FROM-VALUE
                   MOVE AP-NEW-STATUS TO RD-TO-VALUE
               WHEN AP-PARAM-ADD
                   MOVE 'PARAMETER ADD' TO RD-TYPE-TEXT
                   MOVE AP-PARAM-NAME TO RD-SUBJECT
                   MOVE AP-EFFECTIVE-DATE TO RD-FROM-VALUE
                   MOVE AP-PARAM-VALUE TO EDIT-PARAM-VALUE
                   MOVE EDIT-PARAM-VALUE TO RD-TO-VALUE
               WHEN AP-PARAM-DELETE
                   MOVE 'PARAMETER DEL' TO RD-TYPE-TEXT
                   MOVE AP-PARAM-NAME TO RD-SUBJECT
                   MOVE AP-EFFECTIVE-DATE TO RD-FROM-VALUE
                   MOVE AP-PARAM-VALUE TO EDIT-PARAM-VALUE
                   MOVE EDIT-PARAM-VALUE TO RD-TO-VALUE
               WHEN OTHER
                   MOVE '?' TO RD-TYPE-TEXT
                   MOVE SPACES TO RD-SUBJECT
           END-EVALUATE.

       PRINT-SECTION-HEADINGS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE SECTION-HEADING-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE HEADING-LINE-3 TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE 'AWAITING APPROVAL:' TO TR-LABEL
           MOVE REQUESTS-PENDING TO TR-COUNT
           MOVE TRAILER-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE 'APPROVED SINCE LAST RUN:' TO TR-LABEL
           MOVE DECISIONS-APPROVED TO TR-COUNT
           MOVE TRAILER-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE
           MOVE 'REJECTED SINCE LAST RUN:' TO TR-LABEL
           MOVE DECISIONS-REJECTED TO TR-COUNT
           MOVE TRAILER-LINE TO APPROVAL-REPORT-LINE
           WRITE APPROVAL-REPORT-LINE.

       DISPLAY-REPORT-SUMMARY.
           DISPLAY 'CUSTOMER-APPROVAL-REPORT Requests Read:  '
               REQUESTS-READ
           DISPLAY 'CUSTOMER-APPROVAL-REPORT Pending:        '
               REQUESTS-PENDING
           DISPLAY 'CUSTOMER-APPROVAL-REPORT Approved:       '
               DECISIONS-APPROVED
           DISPLAY 'CUSTOMER-APPROVAL-REPORT Rejected:       '
               DECISIONS-REJECTED.

       TERMINATE-APPROVAL-REPORT.
           CLOSE APPROVAL-REPORT-FILE.
