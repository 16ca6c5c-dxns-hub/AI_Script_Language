           ASSIGN TO 'suspense-aging.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'payment-history.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PH-HISTORY-KEY WITH DUPLICATES
           FILE STATUS IS PAYMENT-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       FD AGING-REPORT-FILE.
       01 AGING-REPORT-LINE        PIC X(80).

       FD PAYMENT-HISTORY-FILE.
           COPY CUSTPAYH.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       01 DECISION-FILE-STATUS     PIC X(02).
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 PAYMENT-HISTORY-STATUS   PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

           OPEN OUTPUT CARRY-FORWARD-FILE
           OPEN OUTPUT REFUND-FILE
           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM OPEN-PAYMENT-HISTORY-FILE
           PERFORM OPEN-AUDIT-FILE
           ACCEPT REAPPLY-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
               PERFORM READ-SUSPENSE-PAYMENT
           END-IF.

       OPEN-PAYMENT-HISTORY-FILE.
           OPEN I-O PAYMENT-HISTORY-FILE
           IF PAYMENT-HISTORY-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
               CLOSE PAYMENT-HISTORY-FILE
               OPEN I-O PAYMENT-HISTORY-FILE
           END-IF
           IF PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-SUSPENSE-APPLY: UNABLE TO OPEN '
                   'PAYMENT-HISTORY-FILE, STATUS='
                   PAYMENT-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
           END-IF.

       RELIEVE-OPEN-ITEM.
           PERFORM FILL-PAYMENT-HISTORY
           IF SP-REMIT-AMOUNT >= CT-TRANS-AMOUNT
               MOVE CT-TRANS-AMOUNT TO APPLIED-THIS-PAYMENT
               COMPUTE REMAINDER-THIS-PAYMENT =
                   SP-REMIT-AMOUNT - CT-TRANS-AMOUNT
               SET PH-PAID-IN-FULL TO TRUE
               DELETE CUSTOMER-TRANS-FILE
           ELSE
               MOVE SP-REMIT-AMOUNT TO APPLIED-THIS-PAYMENT
               MOVE ZERO TO REMAINDER-THIS-PAYMENT
               SET PH-PAID-PARTIAL TO TRUE
               SUBTRACT SP-REMIT-AMOUNT FROM CT-TRANS-AMOUNT
               REWRITE CUSTOMER-TRANS-RECORD
           END-IF
           PERFORM WRITE-PAYMENT-HISTORY
           PERFORM POST-PAYMENT-TO-MASTER
           ADD 1 TO PAYMENTS-APPLIED
           ADD APPLIED-THIS-PAYMENT TO CASH-APPLIED-TOTAL
               PERFORM CARRY-REMAINDER-FORWARD
           END-IF.

      *    THE HISTORY ENTRY IS FILLED FROM THE OPEN ITEM BEFORE IT
      *    IS DELETED OR REDUCED. THE PAID DATE IS THE DAY THE BANK
      *    TOOK THE MONEY, NOT THE DAY IT CAME OUT OF SUSPENSE. A
      *    FEED ITEM WITH NO DUE DATE GETS ONE BACKED OUT OF ITS
      *    DAYS PAST DUE AS OF THIS RUN.
       FILL-PAYMENT-HISTORY.
           MOVE CT-CUSTOMER-ID TO PH-CUSTOMER-ID
           MOVE CT-TRANS-REFERENCE TO PH-TRANS-REFERENCE
           MOVE CT-TRANS-DATE TO PH-INVOICE-DATE
           IF CT-DUE-DATE = ZERO
               COMPUTE PH-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   RUN-DATE-INTEGER - CT-DAYS-PAST-DUE)
           ELSE
               MOVE CT-DUE-DATE TO PH-DUE-DATE
           END-IF
           MOVE SP-REMIT-DATE TO PH-PAID-DATE
           SET PH-ENTRY-ACTIVE TO TRUE
           MOVE ZERO TO PH-REVERSED-DATE
           MOVE 'CUSTOMER-SUSPENSE-APPLY' TO PH-APPLIED-BY.

       WRITE-PAYMENT-HISTORY.
           MOVE APPLIED-THIS-PAYMENT TO PH-AMOUNT-APPLIED
           WRITE PAYMENT-HISTORY-RECORD.

       POST-PAYMENT-TO-MASTER.
           PERFORM FILL-AUDIT-BEFORE-IMAGE
           IF APPLIED-THIS-PAYMENT > CUSTOMER-BALANCE
           CLOSE CARRY-FORWARD-FILE
           CLOSE REFUND-FILE
           CLOSE AGING-REPORT-FILE
           CLOSE PAYMENT-HISTORY-FILE
           CLOSE AUDIT-FILE.

      *    THE CARRIED ITEMS BECOME THE NEW SUSPENSE GENERATION:
           MOVE REAPPLY-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-SUSPENSE-APPLY' TO AU-PROGRAM-NAME
           MOVE 'CUSTSUSP' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       DISPLAY-REAPPLY-SUMMARY.
