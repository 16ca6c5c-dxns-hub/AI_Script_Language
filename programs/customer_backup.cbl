       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-BACKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'test-customer.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT CUSTOMER-CONTACT-FILE
           ASSIGN TO 'customer-contact.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CN-CUSTOMER-ID
           FILE STATUS IS CUSTOMER-CONTACT-STATUS.

           SELECT HIERARCHY-FILE
           ASSIGN TO 'customer-hierarchy.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS HIERARCHY-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO 'customer-backup.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-BACKUP-KEY
           FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT BUSINESS-PARAM-FILE ASSIGN TO 'business-params.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUSINESS-PARAM-STATUS.

           SELECT RUN-LEDGER-FILE ASSIGN TO 'run-ledger.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY CUSTOMERREC.

       FD CUSTOMER-TRANS-FILE.
           COPY CUSTTRX.

       FD CUSTOMER-CONTACT-FILE.
           COPY CUSTCONT.

       FD HIERARCHY-FILE.
           COPY CUSTHIER.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD BACKUP-FILE.
           COPY CUSTBKUP.

       FD BUSINESS-PARAM-FILE.
           COPY CUSTPARM.

       FD RUN-LEDGER-FILE.
           COPY CUSTRUNCTL.

       WORKING-STORAGE SECTION.
       01 CUSTOMER-FILE-STATUS     PIC X(02).
       01 CUSTOMER-TRANS-STATUS    PIC X(02).
       01 CUSTOMER-CONTACT-STATUS  PIC X(02).
       01 HIERARCHY-FILE-STATUS    PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 BACKUP-FILE-STATUS       PIC X(02).
       01 BUSINESS-PARAM-STATUS    PIC X(02).
       01 RUN-LEDGER-STATUS        PIC X(02).

       01 LEDGER-TIME-OF-DAY.
           05 LT-HHMMSS             PIC 9(6).
           05 LT-HUNDREDTHS         PIC 9(2).

       01 PROGRAM-SWITCHES.
           05 CUSTOMER-FILE-EOF       PIC X(01) VALUE 'N'.
               88 NO-MORE-CUSTOMERS   VALUE 'Y'.
           05 CUSTOMER-TRANS-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-OPEN-ITEMS  VALUE 'Y'.
           05 CUSTOMER-CONTACT-EOF    PIC X(01) VALUE 'N'.
               88 NO-MORE-CONTACTS    VALUE 'Y'.
           05 HIERARCHY-FILE-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-HIERARCHY-LINKS VALUE 'Y'.
           05 AUDIT-FILE-EOF          PIC X(01) VALUE 'N'.
               88 NO-MORE-AUDIT-ENTRIES VALUE 'Y'.
           05 BACKUP-FILE-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-EXPIRED-RECORDS VALUE 'Y'.
           05 BUSINESS-PARAM-EOF      PIC X(01) VALUE 'N'.
               88 NO-MORE-PARAMS      VALUE 'Y'.
           05 PARAM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88 PARAM-FOUND         VALUE 'Y'.
               88 PARAM-NOT-FOUND     VALUE 'N'.

       01 PARAM-LOOKUP-CONTROLS.
           05 WANTED-PARAM-NAME      PIC X(20).
           05 PARAM-BEST-DATE        PIC 9(8) VALUE ZERO.
           05 PARAM-BEST-VALUE       PIC 9(7)V9(5) VALUE ZERO.

      *    THE GENERATION IS STAMPED WITH THE DATE AND TIME THE
      *    STEP STARTED. GENERATIONS DATED BEFORE THE RETENTION
      *    CUTOFF (RUN DATE LESS THE BACKUP-RETAIN-DAYS PARAMETER)
      *    ARE DELETED ONCE TONIGHT'S GENERATION IS COMPLETE.
       01 BACKUP-CONTROLS.
           05 BACKUP-RUN-DATE        PIC 9(8).
           05 BACKUP-RETAIN-DAYS     PIC 9(5) VALUE ZERO.
           05 RETAIN-CUTOFF-DATE     PIC 9(8) VALUE ZERO.
           05 BACKUP-SEQUENCE        PIC 9(7) VALUE ZERO.
           05 EXPIRE-RECORD-TYPE     PIC X(01).
           05 MASTER-BALANCE-TOTAL   PIC 9(11)V99 VALUE ZERO.
           05 OPEN-ITEM-TOTAL        PIC 9(11)V99 VALUE ZERO.

       01 BACKUP-COUNTERS.
           05 MASTERS-BACKED-UP      PIC 9(07) VALUE ZERO.
           05 OPEN-ITEMS-BACKED-UP   PIC 9(07) VALUE ZERO.
           05 CONTACTS-BACKED-UP     PIC 9(07) VALUE ZERO.
           05 HIERARCHY-LINKS-BACKED-UP PIC 9(07) VALUE ZERO.
           05 AUDIT-POSITION         PIC 9(09) VALUE ZERO.
           05 GENERATIONS-EXPIRED    PIC 9(07) VALUE ZERO.
           05 BACKUP-RECORDS-DELETED PIC 9(07) VALUE ZERO.
           05 RECORDS-BACKED-UP      PIC 9(07) VALUE ZERO.

       01 AUDIT-RUN-STAMP.
           05 TIME-OF-DAY.
               10 TOD-HHMMSS         PIC 9(6).
               10 TOD-HUNDREDTHS     PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-BACKUP
           PERFORM BACKUP-MASTER-RECORDS
               UNTIL NO-MORE-CUSTOMERS
           PERFORM BACKUP-OPEN-ITEMS
               UNTIL NO-MORE-OPEN-ITEMS
           PERFORM BACKUP-CONTACTS
               UNTIL NO-MORE-CONTACTS
           PERFORM BACKUP-HIERARCHY-LINKS
               UNTIL NO-MORE-HIERARCHY-LINKS
           PERFORM COUNT-AUDIT-POSITION
           PERFORM WRITE-GENERATION-CONTROL
           PERFORM EXPIRE-OLD-GENERATIONS
           PERFORM DISPLAY-BACKUP-SUMMARY
           PERFORM TERMINATE-BACKUP
           PERFORM WRITE-RUN-LEDGER
           STOP RUN.

       WRITE-RUN-LEDGER.
           OPEN EXTEND RUN-LEDGER-FILE
           IF RUN-LEDGER-STATUS = '35'
               OPEN OUTPUT RUN-LEDGER-FILE
           END-IF
           IF RUN-LEDGER-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                   'RUN-LEDGER-FILE, STATUS=' RUN-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               COMPUTE RECORDS-BACKED-UP = MASTERS-BACKED-UP
                   + OPEN-ITEMS-BACKED-UP + CONTACTS-BACKED-UP
                   + HIERARCHY-LINKS-BACKED-UP
               MOVE 'CUSTOMER-BACKUP' TO RC-PROGRAM-NAME
               MOVE BACKUP-RUN-DATE TO RC-RUN-DATE
               ACCEPT LEDGER-TIME-OF-DAY FROM TIME
               MOVE LT-HHMMSS TO RC-RUN-TIME
               MOVE RECORDS-BACKED-UP TO RC-RECORDS-IN
               MOVE RECORDS-BACKED-UP TO RC-RECORDS-OUT
               MOVE ZERO TO RC-RECORDS-REJECTED
               MOVE RETURN-CODE TO RC-RETURN-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-LEDGER-FILE
           END-IF.

       INITIALIZE-BACKUP.
           ACCEPT BACKUP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT TIME-OF-DAY FROM TIME
           MOVE 'BACKUP-RETAIN-DAYS' TO WANTED-PARAM-NAME
           PERFORM LOAD-BUSINESS-PARAMETER
           MOVE PARAM-BEST-VALUE TO BACKUP-RETAIN-DAYS
           COMPUTE RETAIN-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BACKUP-RUN-DATE)
                       - BACKUP-RETAIN-DAYS)
           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                   'CUSTOMER-FILE, STATUS=' CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-TRANS-FILE
           IF CUSTOMER-TRANS-STATUS = '35'
               SET NO-MORE-OPEN-ITEMS TO TRUE
           ELSE
               IF CUSTOMER-TRANS-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                       'CUSTOMER-TRANS-FILE, STATUS='
                       CUSTOMER-TRANS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CUSTOMER-CONTACT-FILE
           IF CUSTOMER-CONTACT-STATUS = '35'
               SET NO-MORE-CONTACTS TO TRUE
           ELSE
               IF CUSTOMER-CONTACT-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                       'CUSTOMER-CONTACT-FILE, STATUS='
                       CUSTOMER-CONTACT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT HIERARCHY-FILE
           IF HIERARCHY-FILE-STATUS = '35'
               SET NO-MORE-HIERARCHY-LINKS TO TRUE
           ELSE
               IF HIERARCHY-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                       'HIERARCHY-FILE, STATUS='
                       HIERARCHY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM OPEN-BACKUP-FILE
           PERFORM READ-NEXT-CUSTOMER
           IF NOT NO-MORE-OPEN-ITEMS
               PERFORM READ-NEXT-OPEN-ITEM
           END-IF
           IF NOT NO-MORE-CONTACTS
               PERFORM READ-NEXT-CONTACT
           END-IF
           IF NOT NO-MORE-HIERARCHY-LINKS
               PERFORM READ-NEXT-HIERARCHY-LINK
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
               DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
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
               DISPLAY 'CUSTOMER-BACKUP: NO EFFECTIVE '
                   'ENTRY FOR PARAMETER ' WANTED-PARAM-NAME
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
              AND PM-EFFECTIVE-DATE <= BACKUP-RUN-DATE
              AND PM-EFFECTIVE-DATE >= PARAM-BEST-DATE
               SET PARAM-FOUND TO TRUE
               MOVE PM-EFFECTIVE-DATE TO PARAM-BEST-DATE
               MOVE PM-PARAM-VALUE TO PARAM-BEST-VALUE
           END-IF
           PERFORM READ-BUSINESS-PARAM.

      *    THE BACKUP FILE IS CREATED THE FIRST NIGHT THE STEP RUNS.
       OPEN-BACKUP-FILE.
           OPEN I-O BACKUP-FILE
           IF BACKUP-FILE-STATUS = '35'
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
               OPEN I-O BACKUP-FILE
           END-IF
           IF BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                   'BACKUP-FILE, STATUS=' BACKUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CUSTOMERS TO TRUE
           END-READ.

       READ-NEXT-OPEN-ITEM.
           READ CUSTOMER-TRANS-FILE NEXT RECORD
               AT END
                   SET NO-MORE-OPEN-ITEMS TO TRUE
           END-READ.

       READ-NEXT-CONTACT.
           READ CUSTOMER-CONTACT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-CONTACTS TO TRUE
           END-READ.

       READ-NEXT-HIERARCHY-LINK.
           READ HIERARCHY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HIERARCHY-LINKS TO TRUE
           END-READ.

       BACKUP-MASTER-RECORDS.
           MOVE SPACES TO BK-IMAGE-DATA
           SET BK-MASTER-IMAGE TO TRUE
           MOVE CUSTOMER-ID TO BK-CUSTOMER-ID
           MOVE CUSTOMER-NAME TO BK-CUSTOMER-NAME
           MOVE CUSTOMER-BALANCE TO BK-CUSTOMER-BALANCE
           MOVE CUSTOMER-STATUS TO BK-CUSTOMER-STATUS
           MOVE CUSTOMER-CREDIT-LIMIT TO BK-CUSTOMER-CREDIT-LIMIT
           MOVE CUSTOMER-LAST-PAYMENT-DATE
               TO BK-CUSTOMER-LAST-PAYMENT-DATE
           PERFORM WRITE-BACKUP-IMAGE
           ADD 1 TO MASTERS-BACKED-UP
           ADD CUSTOMER-BALANCE TO MASTER-BALANCE-TOTAL
           PERFORM READ-NEXT-CUSTOMER.

       BACKUP-OPEN-ITEMS.
           MOVE SPACES TO BK-IMAGE-DATA
           SET BK-OPEN-ITEM-IMAGE TO TRUE
           MOVE CUSTOMER-TRANS-RECORD TO BK-IMAGE-DATA
           PERFORM WRITE-BACKUP-IMAGE
           ADD 1 TO OPEN-ITEMS-BACKED-UP
           ADD CT-TRANS-AMOUNT TO OPEN-ITEM-TOTAL
           PERFORM READ-NEXT-OPEN-ITEM.

       BACKUP-CONTACTS.
           SET BK-CONTACT-IMAGE TO TRUE
           MOVE CUSTOMER-CONTACT-RECORD TO BK-IMAGE-DATA
           PERFORM WRITE-BACKUP-IMAGE
           ADD 1 TO CONTACTS-BACKED-UP
           PERFORM READ-NEXT-CONTACT.

       BACKUP-HIERARCHY-LINKS.
           MOVE SPACES TO BK-IMAGE-DATA
           SET BK-HIERARCHY-IMAGE TO TRUE
           MOVE CUSTOMER-HIERARCHY-RECORD TO BK-IMAGE-DATA
           PERFORM WRITE-BACKUP-IMAGE
           ADD 1 TO HIERARCHY-LINKS-BACKED-UP
           PERFORM READ-NEXT-HIERARCHY-LINK.

      *    THE SEQUENCE NUMBER RUNS ACROSS THE WHOLE GENERATION AND
      *    KEEPS EACH FILE'S RECORDS IN THE ORDER THEY WERE READ, SO
      *    OPEN ITEMS FOR ONE CUSTOMER COME BACK IN THEIR ORIGINAL
      *    ORDER. A GENERATION ALREADY ON FILE UNDER THE SAME STAMP
      *    MEANS THE STEP WAS STARTED TWICE IN ONE SECOND; THE
      *    SECOND RUN STOPS RATHER THAN MIX ITS IMAGES IN.
       WRITE-BACKUP-IMAGE.
           ADD 1 TO BACKUP-SEQUENCE
           MOVE BACKUP-RUN-DATE TO BK-GENERATION-DATE
           MOVE TOD-HHMMSS TO BK-GENERATION-TIME
           MOVE BACKUP-SEQUENCE TO BK-SEQUENCE
           WRITE CUSTOMER-BACKUP-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO WRITE '
                       'BACKUP IMAGE ' BK-BACKUP-KEY
                       ', STATUS=' BACKUP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

      *    THE NUMBER OF AUDIT-JOURNAL ENTRIES ALREADY ON FILE. EVERY
      *    ONE OF THEM IS REFLECTED IN TONIGHT'S MASTER IMAGES, SO
      *    RECOVERY ROLLS FORWARD FROM THE ENTRY AFTER THIS ONE.
       COUNT-AUDIT-POSITION.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
               SET NO-MORE-AUDIT-ENTRIES TO TRUE
           ELSE
               IF AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO OPEN '
                       'AUDIT-FILE, STATUS=' AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-AUDIT-ENTRY
               PERFORM COUNT-AUDIT-ENTRY
                   UNTIL NO-MORE-AUDIT-ENTRIES
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET NO-MORE-AUDIT-ENTRIES TO TRUE
           END-READ.

       COUNT-AUDIT-ENTRY.
           ADD 1 TO AUDIT-POSITION
           PERFORM READ-AUDIT-ENTRY.

       WRITE-GENERATION-CONTROL.
           MOVE SPACES TO BK-IMAGE-DATA
           SET BK-GENERATION-CONTROL TO TRUE
           MOVE MASTERS-BACKED-UP TO BK-MASTER-COUNT
           MOVE MASTER-BALANCE-TOTAL TO BK-MASTER-BALANCE-TOTAL
           MOVE OPEN-ITEMS-BACKED-UP TO BK-OPEN-ITEM-COUNT
           MOVE OPEN-ITEM-TOTAL TO BK-OPEN-ITEM-TOTAL
           MOVE CONTACTS-BACKED-UP TO BK-CONTACT-COUNT
           MOVE HIERARCHY-LINKS-BACKED-UP TO BK-HIERARCHY-COUNT
           MOVE AUDIT-POSITION TO BK-AUDIT-POSITION
           MOVE ZERO TO BACKUP-SEQUENCE
           PERFORM WRITE-BACKUP-IMAGE.

      *    EACH RECORD TYPE IS KEYED BY GENERATION DATE FIRST, SO
      *    EVERYTHING OLDER THAN THE CUTOFF SITS AT THE FRONT OF ITS
      *    TYPE'S RANGE. THE CONTROL RECORDS GO FIRST SO A RUN
      *    INTERRUPTED PART WAY THROUGH NEVER LEAVES AN OLD
      *    GENERATION THAT LOOKS COMPLETE BUT IS MISSING IMAGES;
      *    IMAGES LEFT BEHIND ARE PICKED UP THE NEXT NIGHT.
       EXPIRE-OLD-GENERATIONS.
           MOVE 'G' TO EXPIRE-RECORD-TYPE
           PERFORM EXPIRE-RECORD-TYPE-RANGE
           MOVE 'M' TO EXPIRE-RECORD-TYPE
           PERFORM EXPIRE-RECORD-TYPE-RANGE
           MOVE 'O' TO EXPIRE-RECORD-TYPE
           PERFORM EXPIRE-RECORD-TYPE-RANGE
           MOVE 'C' TO EXPIRE-RECORD-TYPE
           PERFORM EXPIRE-RECORD-TYPE-RANGE
           MOVE 'F' TO EXPIRE-RECORD-TYPE
           PERFORM EXPIRE-RECORD-TYPE-RANGE.

       EXPIRE-RECORD-TYPE-RANGE.
           MOVE 'N' TO BACKUP-FILE-EOF
           MOVE EXPIRE-RECORD-TYPE TO BK-RECORD-TYPE
           MOVE ZERO TO BK-GENERATION-DATE
           MOVE ZERO TO BK-GENERATION-TIME
           MOVE ZERO TO BK-SEQUENCE
           START BACKUP-FILE KEY IS >= BK-BACKUP-KEY
               INVALID KEY
                   SET NO-MORE-EXPIRED-RECORDS TO TRUE
           END-START
           IF NOT NO-MORE-EXPIRED-RECORDS
               PERFORM READ-NEXT-EXPIRED-RECORD
           END-IF
           PERFORM DELETE-EXPIRED-RECORD
               UNTIL NO-MORE-EXPIRED-RECORDS.

       READ-NEXT-EXPIRED-RECORD.
           READ BACKUP-FILE NEXT RECORD
               AT END
                   SET NO-MORE-EXPIRED-RECORDS TO TRUE
           END-READ
           IF NOT NO-MORE-EXPIRED-RECORDS
              AND (BK-RECORD-TYPE NOT = EXPIRE-RECORD-TYPE
                   OR BK-GENERATION-DATE >= RETAIN-CUTOFF-DATE)
               SET NO-MORE-EXPIRED-RECORDS TO TRUE
           END-IF.

       DELETE-EXPIRED-RECORD.
           DELETE BACKUP-FILE RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER-BACKUP: UNABLE TO DELETE '
                       'BACKUP RECORD ' BK-BACKUP-KEY
                       ', STATUS=' BACKUP-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO BACKUP-RECORDS-DELETED
                   IF BK-GENERATION-CONTROL
                       ADD 1 TO GENERATIONS-EXPIRED
                   END-IF
           END-DELETE
           PERFORM READ-NEXT-EXPIRED-RECORD.

       DISPLAY-BACKUP-SUMMARY.
           DISPLAY 'CUSTOMER-BACKUP Generation:          '
               BACKUP-RUN-DATE ' ' TOD-HHMMSS
           DISPLAY 'CUSTOMER-BACKUP Master Records:      '
               MASTERS-BACKED-UP
           DISPLAY 'CUSTOMER-BACKUP Master Balance:      '
               MASTER-BALANCE-TOTAL
           DISPLAY 'CUSTOMER-BACKUP Open Items:          '
               OPEN-ITEMS-BACKED-UP
           DISPLAY 'CUSTOMER-BACKUP Open Item Amount:    '
               OPEN-ITEM-TOTAL
           DISPLAY 'CUSTOMER-BACKUP Contacts:            '
               CONTACTS-BACKED-UP
           DISPLAY 'CUSTOMER-BACKUP Hierarchy Links:     '
               HIERARCHY-LINKS-BACKED-UP
           DISPLAY 'CUSTOMER-BACKUP Audit Position:      '
               AUDIT-POSITION
           DISPLAY 'CUSTOMER-BACKUP Retention Cutoff:    '
               RETAIN-CUTOFF-DATE
           DISPLAY 'CUSTOMER-BACKUP Generations Expired: '
               GENERATIONS-EXPIRED
           DISPLAY 'CUSTOMER-BACKUP Records Deleted:     '
               BACKUP-RECORDS-DELETED.

       TERMINATE-BACKUP.
           CLOSE CUSTOMER-FILE
           IF CUSTOMER-TRANS-STATUS NOT = '35'
               CLOSE CUSTOMER-TRANS-FILE
           END-IF
           IF CUSTOMER-CONTACT-STATUS NOT = '35'
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF
           IF HIERARCHY-FILE-STATUS NOT = '35'
               CLOSE HIERARCHY-FILE
           END-IF
           CLOSE BACKUP-FILE.
