           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS CUSTOMER-TRANS-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO 'customer-dispute.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DP-DISPUTE-KEY
           FILE STATUS IS DISPUTE-FILE-STATUS.

           SELECT LAST-RUN-FILE ASSIGN TO 'finchg-lastrun.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LAST-RUN-STATUS.
       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD DISPUTE-FILE.
           COPY CUSTDISP.

       FD LAST-RUN-FILE.
       01 LAST-RUN-RECORD.
           05 LAST-RUN-DATE          PIC 9(8).
       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 DISPUTE-FILE-STATUS      PIC X(02).
       01 LAST-RUN-STATUS          PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 RUN-MODE-STATUS          PIC X(02).
               88 NO-MORE-CUSTOMERS   VALUE 'Y'.
           05 CUSTOMER-TRANS-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-TRANS-FOR-CUSTOMER VALUE 'Y'.
           05 DISPUTE-FILE-SWITCH     PIC X(01) VALUE 'Y'.
               88 DISPUTE-FILE-PRESENT VALUE 'Y'.
               88 DISPUTE-FILE-ABSENT VALUE 'N'.
           05 ITEM-DISPUTE-SWITCH     PIC X(01) VALUE 'N'.
               88 ITEM-IN-DISPUTE     VALUE 'Y'.
               88 ITEM-NOT-IN-DISPUTE VALUE 'N'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-DISPUTE-FILE
           OPEN OUTPUT REGISTER-FILE
           PERFORM OPEN-AUDIT-FILE
           PERFORM PRINT-REGISTER-HEADINGS
               STOP RUN
           END-IF.

      *    A MISSING DISPUTE FILE JUST MEANS NOTHING IS IN DISPUTE -
      *    EVERY OPEN ITEM IS TREATED AS COLLECTIBLE.
       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF DISPUTE-FILE-STATUS = '35'
               SET DISPUTE-FILE-ABSENT TO TRUE
           ELSE
               IF DISPUTE-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-FINANCE-CHARGE: UNABLE TO OPEN '
                       'DISPUTE-FILE, STATUS=' DISPUTE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
                   MOVE CT-TRANS-REFERENCE TO REFERENCE-CHECK
                   IF CT-DAYS-PAST-DUE >= 30
                      AND REF-PREFIX NOT = 'FC'
                       PERFORM CHECK-ITEM-DISPUTE
                       IF ITEM-NOT-IN-DISPUTE
                           ADD CT-TRANS-AMOUNT TO PAST-DUE-BASE
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

       ASSESS-ONE-CHARGE.
           COMPUTE CHARGE-THIS-CUSTOMER ROUNDED =
               PAST-DUE-BASE * FINANCE-CHARGE-RATE
           MOVE FINCHG-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-FINANCE-CHARGE' TO AU-PROGRAM-NAME
           MOVE 'CUSTFCHG' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       DISPLAY-CHARGE-SUMMARY.
       TERMINATE-FINANCE-CHARGE.
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TRANS-FILE
           IF DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE REGISTER-FILE
           CLOSE AUDIT-FILE.
