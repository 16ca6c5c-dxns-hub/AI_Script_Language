       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-RECOVERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOVERY-PARM-FILE ASSIGN TO 'recovery-parm.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECOVERY-PARM-STATUS.

           SELECT BACKUP-FILE ASSIGN TO 'customer-backup.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-BACKUP-KEY
           FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO 'customer-audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT REBUILD-FILE ASSIGN TO 'customer-rebuild.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-ID
           ALTERNATE RECORD KEY IS CUSTOMER-NAME
               WITH DUPLICATES
           FILE STATUS IS REBUILD-FILE-STATUS.

           SELECT REBUILD-TRANS-FILE
           ASSIGN TO 'customer-trans-rebuild.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CT-CUSTOMER-ID WITH DUPLICATES
           FILE STATUS IS REBUILD-TRANS-STATUS.

           SELECT REBUILD-CONTACT-FILE
           ASSIGN TO 'customer-contact-rebuild.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CN-CUSTOMER-ID
           FILE STATUS IS REBUILD-CONTACT-STATUS.

           SELECT REBUILD-HIERARCHY-FILE
           ASSIGN TO 'customer-hierarchy-rebuild.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HR-CUSTOMER-ID
           ALTERNATE RECORD KEY IS HR-PARENT-CUSTOMER-ID
               WITH DUPLICATES
           FILE STATUS IS REBUILD-HIERARCHY-STATUS.

           SELECT RECOVERY-REPORT-FILE
           ASSIGN TO 'recovery-report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE CONTROL CARD ('C') NAMING THE MODE - 'R' REBUILDS THE
      *    WHOLE MASTER, 'A' REPORTS THE SELECTED CUSTOMERS AS OF THE
      *    TARGET - THE BACKUP GENERATION AND THE TARGET DATE/TIME,
      *    FOLLOWED IN 'A' MODE BY ONE CARD ('S') PER CUSTOMER. A
      *    ZERO GENERATION DATE TAKES THE NEWEST GENERATION ON OR
      *    BEFORE THE TARGET (A ZERO GENERATION TIME THE NEWEST ON
      *    THE DATE GIVEN); A ZERO TARGET ROLLS THE WHOLE JOURNAL.
       FD RECOVERY-PARM-FILE.
       01 RECOVERY-PARM-RECORD.
           05 RP-CARD-TYPE          PIC X(01).
               88 RP-CONTROL-CARD   VALUE 'C'.
               88 RP-CUSTOMER-CARD  VALUE 'S'.
           05 RP-CONTROL-BODY.
               10 RP-RECOVERY-MODE  PIC X(01).
                   88 RP-REBUILD-MASTER VALUE 'R'.
                   88 RP-AS-OF-REPORT VALUE 'A'.
               10 RP-GENERATION-DATE PIC 9(8).
               10 RP-GENERATION-TIME PIC 9(6).
               10 RP-TARGET-DATE    PIC 9(8).
               10 RP-TARGET-TIME    PIC 9(6).
           05 RP-CUSTOMER-BODY REDEFINES RP-CONTROL-BODY.
               10 RP-CUSTOMER-ID    PIC 9(5).
               10 FILLER            PIC X(24).

       FD BACKUP-FILE.
           COPY CUSTBKUP.

       FD AUDIT-FILE.
           COPY CUSTAUDIT.

       FD REBUILD-FILE.
           COPY CUSTOMERREC.

       FD REBUILD-TRANS-FILE.
           COPY CUSTTRX.

       FD REBUILD-CONTACT-FILE.
           COPY CUSTCONT.

       FD REBUILD-HIERARCHY-FILE.
           COPY CUSTHIER.

       FD RECOVERY-REPORT-FILE.
       01 RECOVERY-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       01 RECOVERY-PARM-STATUS     PIC X(02).
       01 BACKUP-FILE-STATUS       PIC X(02).
       01 AUDIT-FILE-STATUS        PIC X(02).
       01 REBUILD-FILE-STATUS      PIC X(02).
       01 REBUILD-TRANS-STATUS     PIC X(02).
       01 REBUILD-CONTACT-STATUS   PIC X(02).
       01 REBUILD-HIERARCHY-STATUS PIC X(02).

       01 PROGRAM-SWITCHES.
           05 RECOVERY-PARM-EOF       PIC X(01) VALUE 'N'.
               88 NO-MORE-PARM-CARDS  VALUE 'Y'.
           05 BACKUP-FILE-EOF         PIC X(01) VALUE 'N'.
               88 NO-MORE-BACKUP-RECORDS VALUE 'Y'.
           05 AUDIT-FILE-EOF          PIC X(01) VALUE 'N'.
               88 NO-MORE-AUDIT-ENTRIES VALUE 'Y'.
           05 REBUILD-FILE-EOF        PIC X(01) VALUE 'N'.
               88 NO-MORE-REBUILT-RECORDS VALUE 'Y'.
           05 AUDIT-FILE-SWITCH       PIC X(01) VALUE 'Y'.
               88 AUDIT-FILE-PRESENT  VALUE 'Y'.
               88 AUDIT-FILE-ABSENT   VALUE 'N'.
           05 GENERATION-SWITCH       PIC X(01) VALUE 'N'.
               88 GENERATION-FOUND    VALUE 'Y'.
               88 GENERATION-NOT-FOUND VALUE 'N'.
           05 IMAGE-SWITCH            PIC X(01) VALUE 'N'.
               88 IMAGE-ON-FILE       VALUE 'Y'.
               88 IMAGE-NOT-ON-FILE   VALUE 'N'.
           05 SELECTION-SWITCH        PIC X(01) VALUE 'N'.
               88 CUSTOMER-SELECTED   VALUE 'Y'.
               88 CUSTOMER-NOT-SELECTED VALUE 'N'.
           05 CONTROL-RESULT-SWITCH   PIC X(01) VALUE 'N'.
               88 CONTROLS-AGREE      VALUE 'Y'.
               88 CONTROLS-DISAGREE   VALUE 'N'.

      *    DATE/TIME STAMPS ARE CARRIED AS YYYYMMDD FOLLOWED BY
      *    HHMMSS SO TWO STAMPS COMPARE IN ONE TEST.
       01 RECOVERY-CONTROLS.
           05 RECOVERY-MODE          PIC X(01).
               88 REBUILD-MODE       VALUE 'R'.
               88 AS-OF-MODE         VALUE 'A'.
           05 WANTED-GENERATION-DATE PIC 9(8).
           05 WANTED-GENERATION-TIME PIC 9(6).
           05 TARGET-STAMP.
               10 TARGET-DATE        PIC 9(8).
               10 TARGET-TIME        PIC 9(6).
           05 CANDIDATE-STAMP.
               10 CANDIDATE-DATE     PIC 9(8).
               10 CANDIDATE-TIME     PIC 9(6).
           05 GENERATION-STAMP.
               10 GENERATION-DATE    PIC 9(8).
               10 GENERATION-TIME    PIC 9(6).
           05 ENTRY-STAMP.
               10 ENTRY-DATE         PIC 9(8).
               10 ENTRY-TIME         PIC 9(6).
           05 LOAD-RECORD-TYPE       PIC X(01).
           05 CHAIN-BREAK-REASON     PIC X(34).

      *    CONTROL TOTALS CARRIED IN THE GENERATION'S CONTROL
      *    RECORD, WHICH THE IMAGES READ BACK MUST PROVE TO.
       01 GENERATION-CONTROLS.
           05 GEN-MASTER-COUNT       PIC 9(7) VALUE ZERO.
           05 GEN-MASTER-BALANCE     PIC 9(11)V99 VALUE ZERO.
           05 GEN-OPEN-ITEM-COUNT    PIC 9(7) VALUE ZERO.
           05 GEN-OPEN-ITEM-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 GEN-CONTACT-COUNT      PIC 9(7) VALUE ZERO.
           05 GEN-HIERARCHY-COUNT    PIC 9(7) VALUE ZERO.
           05 GEN-AUDIT-POSITION     PIC 9(9) VALUE ZERO.

      *    THE RECORD BEING ROLLED FORWARD, LAID OUT AS THE MASTER
      *    RECORD. THE DATA PART LINES UP WITH THE AUDIT ENTRY'S
      *    BEFORE AND AFTER IMAGES SO ONE COMPARE PROVES THE CHAIN
      *    AND ONE MOVE APPLIES THE CHANGE.
       01 CURRENT-IMAGE.
           05 CI-CUSTOMER-ID         PIC 9(5).
           05 CI-CUSTOMER-DATA.
               10 CI-CUSTOMER-NAME   PIC X(30).
               10 CI-CUSTOMER-BALANCE PIC 9(7)V99.
               10 CI-CUSTOMER-STATUS PIC X(01).
               10 CI-CUSTOMER-CREDIT-LIMIT PIC 9(7)V99.
               10 CI-CUSTOMER-LAST-PAYMENT-DATE PIC 9(8).

      *    IN 'A' MODE THE SELECTED CUSTOMERS ARE ROLLED FORWARD IN
      *    THIS TABLE INSTEAD OF A REBUILT MASTER, SO AN AS-OF
      *    QUESTION NEVER DISTURBS A REBUILD WAITING TO BE
      *    INSTALLED.
       01 SELECTED-CUSTOMER-TABLE.
           05 SELECTED-COUNT         PIC 9(03) COMP VALUE ZERO.
           05 SELECTED-ENTRY OCCURS 50 TIMES.
               10 SL-CUSTOMER-ID     PIC 9(5).
               10 SL-IMAGE-SWITCH    PIC X(01).
                   88 SL-ON-FILE     VALUE 'Y'.
                   88 SL-NOT-ON-FILE VALUE 'N'.
               10 SL-CUSTOMER-DATA.
                   15 SL-CUSTOMER-NAME PIC X(30).
                   15 SL-CUSTOMER-BALANCE PIC 9(7)V99.
                   15 SL-CUSTOMER-STATUS PIC X(01).
                   15 SL-CUSTOMER-CREDIT-LIMIT PIC 9(7)V99.
                   15 SL-CUSTOMER-LAST-PAYMENT-DATE PIC 9(8).
               10 SL-LAST-CHANGE-DATE PIC 9(8).
               10 SL-LAST-CHANGE-TIME PIC 9(6).
               10 SL-LAST-CHANGE-PROGRAM PIC X(24).
               10 SL-LAST-CHANGE-USER PIC X(08).
           05 SELECTED-IDX           PIC 9(03) COMP VALUE ZERO.
           05 SELECTED-MATCH         PIC 9(03) COMP VALUE ZERO.

       01 RECOVERY-COUNTERS.
           05 MASTER-IMAGES-READ     PIC 9(07) VALUE ZERO.
           05 MASTER-IMAGES-BALANCE  PIC 9(11)V99 VALUE ZERO.
           05 IMAGES-LOADED          PIC 9(07) VALUE ZERO.
           05 IMAGES-LOADED-BALANCE  PIC 9(11)V99 VALUE ZERO.
           05 OPEN-ITEMS-RESTORED    PIC 9(07) VALUE ZERO.
           05 OPEN-ITEMS-AMOUNT      PIC 9(11)V99 VALUE ZERO.
           05 CONTACTS-RESTORED      PIC 9(07) VALUE ZERO.
           05 HIERARCHY-LINKS-RESTORED PIC 9(07) VALUE ZERO.
           05 ENTRIES-BEFORE-BACKUP  PIC 9(09) VALUE ZERO.
           05 ENTRIES-AFTER-BACKUP   PIC 9(07) VALUE ZERO.
           05 ENTRIES-PAST-TARGET    PIC 9(07) VALUE ZERO.
           05 ENTRIES-NOT-SELECTED   PIC 9(07) VALUE ZERO.
           05 ADDS-APPLIED           PIC 9(07) VALUE ZERO.
           05 CHANGES-APPLIED        PIC 9(07) VALUE ZERO.
           05 DELETES-APPLIED        PIC 9(07) VALUE ZERO.
           05 CHAIN-BREAKS           PIC 9(07) VALUE ZERO.
           05 EXPECTED-COUNT         PIC S9(07) VALUE ZERO.
           05 EXPECTED-BALANCE       PIC S9(11)V99 VALUE ZERO.
           05 REBUILT-COUNT          PIC 9(07) VALUE ZERO.
           05 REBUILT-BALANCE        PIC 9(11)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER                PIC X(40) VALUE SPACES.
           05 FILLER                PIC X(40)
               VALUE 'CUSTOMER MASTER POINT-IN-TIME RECOVERY'.

       01 HEADING-LINE-2.
           05 FILLER                PIC X(06) VALUE 'MODE: '.
           05 H2-MODE-TEXT          PIC X(16).
           05 FILLER                PIC X(14) VALUE '  GENERATION: '.
           05 H2-GENERATION-DATE    PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H2-GENERATION-TIME    PIC 9(6).
           05 FILLER                PIC X(22)
               VALUE '  ROLLED FORWARD TO: '.
           05 H2-TARGET-DATE        PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 H2-TARGET-TIME        PIC 9(6).

       01 SECTION-HEADING-LINE.
           05 SH-SECTION-TITLE      PIC X(60).

       01 CHAIN-BREAK-HEADING.
           05 FILLER                PIC X(07) VALUE 'CUST-ID'.
           05 FILLER                PIC X(17) VALUE 'JOURNAL STAMP'.
           05 FILLER                PIC X(26) VALUE 'PROGRAM'.
           05 FILLER                PIC X(10) VALUE 'USER'.
           05 FILLER                PIC X(03) VALUE 'AC'.
           05 FILLER                PIC X(36) VALUE 'CHAIN BREAK'.
           05 FILLER                PIC X(14) VALUE 'JOURNAL OLD'.
           05 FILLER                PIC X(12) VALUE 'REBUILT'.

       01 CHAIN-BREAK-LINE.
           05 CB-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 CB-RUN-TIME           PIC 9(6).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-PROGRAM-NAME       PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-USER-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-ACTION-CODE        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-REASON             PIC X(34).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-JOURNAL-BALANCE    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 CB-REBUILT-BALANCE    PIC Z,ZZZ,ZZ9.99.

       01 NO-CHAIN-BREAK-LINE.
           05 FILLER                PIC X(40)
               VALUE '    NO CHAIN BREAKS'.

       01 CONTROL-TOTAL-LINE.
           05 CL-LABEL              PIC X(40).
           05 CL-COUNT              PIC -Z,ZZZ,ZZ9.
           05 FILLER                PIC X(04).
           05 CL-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 CONTROLS-AGREE-LINE.
           05 FILLER                PIC X(40)
               VALUE '*** CONTROLS AGREE ***'.

       01 CONTROLS-DISAGREE-LINE.
           05 FILLER                PIC X(50)
               VALUE '*** CONTROLS DO NOT AGREE - DO NOT INSTALL ***'.

       01 AS-OF-HEADING.
           05 FILLER                PIC X(07) VALUE 'CUST-ID'.
           05 FILLER                PIC X(31) VALUE 'CUSTOMER NAME'.
           05 FILLER                PIC X(14) VALUE 'BALANCE'.
           05 FILLER                PIC X(03) VALUE 'ST'.
           05 FILLER                PIC X(14) VALUE 'CREDIT LIMIT'.
           05 FILLER                PIC X(10) VALUE 'LAST PAY'.
           05 FILLER                PIC X(17) VALUE 'LAST CHANGE'.
           05 FILLER                PIC X(26) VALUE 'BY PROGRAM'.
           05 FILLER                PIC X(08) VALUE 'USER'.

       01 AS-OF-DETAIL-LINE.
           05 AD-CUSTOMER-ID        PIC 9(5).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AD-BALANCE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-STATUS             PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CREDIT-LIMIT       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-LAST-PAYMENT-DATE  PIC 9(8).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CHANGE-DATE        PIC 9(8).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 AD-CHANGE-TIME        PIC 9(6).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CHANGE-PROGRAM     PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AD-CHANGE-USER        PIC X(08).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RECOVERY
           PERFORM FIND-BACKUP-GENERATION
           PERFORM PRINT-REPORT-HEADINGS
           PERFORM LOAD-GENERATION-IMAGES
           PERFORM ROLL-FORWARD-JOURNAL
           PERFORM PROVE-RECOVERY-CONTROLS
           PERFORM PRINT-CONTROL-TOTALS
           IF AS-OF-MODE
               PERFORM PRINT-AS-OF-LISTING
           END-IF
           PERFORM DISPLAY-RECOVERY-SUMMARY
           PERFORM TERMINATE-RECOVERY
           STOP RUN.

       INITIALIZE-RECOVERY.
           OPEN INPUT RECOVERY-PARM-FILE
           IF RECOVERY-PARM-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'RECOVERY-PARM-FILE, STATUS=' RECOVERY-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PARM-CARD
           IF NO-MORE-PARM-CARDS
               DISPLAY 'CUSTOMER-RECOVERY: PARM FILE EMPTY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RP-CONTROL-CARD
              OR (NOT RP-REBUILD-MASTER AND NOT RP-AS-OF-REPORT)
               DISPLAY 'CUSTOMER-RECOVERY: FIRST PARM CARD MUST BE '
                   'A CONTROL CARD WITH MODE R OR A'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-RECOVERY-MODE TO RECOVERY-MODE
           MOVE RP-GENERATION-DATE TO WANTED-GENERATION-DATE
           MOVE RP-GENERATION-TIME TO WANTED-GENERATION-TIME
           MOVE RP-TARGET-DATE TO TARGET-DATE
           MOVE RP-TARGET-TIME TO TARGET-TIME
           IF TARGET-DATE = ZERO
               MOVE 99999999 TO TARGET-DATE
               MOVE 999999 TO TARGET-TIME
           END-IF
           PERFORM READ-PARM-CARD
           PERFORM LOAD-SELECTED-CUSTOMER
               UNTIL NO-MORE-PARM-CARDS
           CLOSE RECOVERY-PARM-FILE
           IF AS-OF-MODE AND SELECTED-COUNT = ZERO
               DISPLAY 'CUSTOMER-RECOVERY: AN AS-OF REPORT NEEDS '
                   'AT LEAST ONE CUSTOMER CARD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'BACKUP-FILE, STATUS=' BACKUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS = '35'
               SET AUDIT-FILE-ABSENT TO TRUE
               SET NO-MORE-AUDIT-ENTRIES TO TRUE
           ELSE
               IF AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                       'AUDIT-FILE, STATUS=' AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF REBUILD-MODE
               PERFORM OPEN-REBUILD-FILES
           END-IF
           OPEN OUTPUT RECOVERY-REPORT-FILE.

       READ-PARM-CARD.
           READ RECOVERY-PARM-FILE
               AT END
                   SET NO-MORE-PARM-CARDS TO TRUE
           END-READ.

      *    CUSTOMER CARDS ONLY MATTER TO AN AS-OF REPORT; A REBUILD
      *    TAKES EVERY CUSTOMER. A CUSTOMER NAMED TWICE IS LOADED
      *    ONCE.
       LOAD-SELECTED-CUSTOMER.
           IF RP-CUSTOMER-CARD AND AS-OF-MODE
               MOVE RP-CUSTOMER-ID TO CI-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-SELECTED
               IF CUSTOMER-NOT-SELECTED
                   IF SELECTED-COUNT < 50
                       ADD 1 TO SELECTED-COUNT
                       MOVE RP-CUSTOMER-ID
                           TO SL-CUSTOMER-ID(SELECTED-COUNT)
                       SET SL-NOT-ON-FILE(SELECTED-COUNT) TO TRUE
                       MOVE SPACES
                           TO SL-CUSTOMER-DATA(SELECTED-COUNT)
                       MOVE ZERO
                           TO SL-LAST-CHANGE-DATE(SELECTED-COUNT)
                       MOVE ZERO
                           TO SL-LAST-CHANGE-TIME(SELECTED-COUNT)
                       MOVE 'BACKUP GENERATION'
                           TO SL-LAST-CHANGE-PROGRAM(SELECTED-COUNT)
                       MOVE SPACES
                           TO SL-LAST-CHANGE-USER(SELECTED-COUNT)
                   ELSE
                       DISPLAY 'CUSTOMER-RECOVERY: MORE THAN 50 '
                           'CUSTOMERS SELECTED, CUSTOMER '
                           RP-CUSTOMER-ID ' IGNORED'
                   END-IF
               END-IF
           END-IF
           PERFORM READ-PARM-CARD.

      *    THE REBUILT FILES ARE CREATED EMPTY ON EVERY RUN. THEY
      *    ONLY REPLACE THE LIVE FILES WHEN THE OPERATOR COPIES THEM
      *    OVER, AFTER READING THE CONTROL TOTALS.
       OPEN-REBUILD-FILES.
           OPEN OUTPUT REBUILD-FILE
           CLOSE REBUILD-FILE
           OPEN I-O REBUILD-FILE
           IF REBUILD-FILE-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'REBUILD-FILE, STATUS=' REBUILD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REBUILD-TRANS-FILE
           IF REBUILD-TRANS-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'REBUILD-TRANS-FILE, STATUS='
                   REBUILD-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REBUILD-CONTACT-FILE
           IF REBUILD-CONTACT-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'REBUILD-CONTACT-FILE, STATUS='
                   REBUILD-CONTACT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REBUILD-HIERARCHY-FILE
           IF REBUILD-HIERARCHY-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO OPEN '
                   'REBUILD-HIERARCHY-FILE, STATUS='
                   REBUILD-HIERARCHY-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-CUSTOMER-SELECTED.
           IF REBUILD-MODE
               SET CUSTOMER-SELECTED TO TRUE
           ELSE
               SET CUSTOMER-NOT-SELECTED TO TRUE
               MOVE ZERO TO SELECTED-MATCH
               PERFORM CHECK-SELECTED-ENTRY
                   VARYING SELECTED-IDX FROM 1 BY 1
                   UNTIL SELECTED-IDX > SELECTED-COUNT
                      OR CUSTOMER-SELECTED
           END-IF.

       CHECK-SELECTED-ENTRY.
           IF SL-CUSTOMER-ID(SELECTED-IDX) = CI-CUSTOMER-ID
               SET CUSTOMER-SELECTED TO TRUE
               MOVE SELECTED-IDX TO SELECTED-MATCH
           END-IF.

      *    ONLY COMPLETE GENERATIONS HAVE A CONTROL RECORD. THEY
      *    COME BACK OLDEST FIRST, SO THE LAST ONE THAT QUALIFIES IS
      *    THE NEWEST ON OR BEFORE THE TARGET.
       FIND-BACKUP-GENERATION.
           MOVE 'N' TO BACKUP-FILE-EOF
           MOVE 'G' TO BK-RECORD-TYPE
           MOVE ZERO TO BK-GENERATION-DATE
           MOVE ZERO TO BK-GENERATION-TIME
           MOVE ZERO TO BK-SEQUENCE
           START BACKUP-FILE KEY IS >= BK-BACKUP-KEY
               INVALID KEY
                   SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-START
           IF NOT NO-MORE-BACKUP-RECORDS
               PERFORM READ-NEXT-CONTROL-RECORD
           END-IF
           PERFORM CONSIDER-GENERATION
               UNTIL NO-MORE-BACKUP-RECORDS
           IF GENERATION-NOT-FOUND
               DISPLAY 'CUSTOMER-RECOVERY: NO COMPLETE BACKUP '
                   'GENERATION MATCHES ' WANTED-GENERATION-DATE
                   ' ' WANTED-GENERATION-TIME ' ON OR BEFORE '
                   TARGET-DATE ' ' TARGET-TIME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-NEXT-CONTROL-RECORD.
           READ BACKUP-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-READ
           IF NOT NO-MORE-BACKUP-RECORDS
              AND NOT BK-GENERATION-CONTROL
               SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-IF.

       CONSIDER-GENERATION.
           MOVE BK-GENERATION-DATE TO CANDIDATE-DATE
           MOVE BK-GENERATION-TIME TO CANDIDATE-TIME
           IF (WANTED-GENERATION-DATE = ZERO
               OR BK-GENERATION-DATE = WANTED-GENERATION-DATE)
              AND (WANTED-GENERATION-TIME = ZERO
               OR BK-GENERATION-TIME = WANTED-GENERATION-TIME)
              AND CANDIDATE-STAMP <= TARGET-STAMP
               SET GENERATION-FOUND TO TRUE
               MOVE CANDIDATE-STAMP TO GENERATION-STAMP
               MOVE BK-MASTER-COUNT TO GEN-MASTER-COUNT
               MOVE BK-MASTER-BALANCE-TOTAL TO GEN-MASTER-BALANCE
               MOVE BK-OPEN-ITEM-COUNT TO GEN-OPEN-ITEM-COUNT
               MOVE BK-OPEN-ITEM-TOTAL TO GEN-OPEN-ITEM-TOTAL
               MOVE BK-CONTACT-COUNT TO GEN-CONTACT-COUNT
               MOVE BK-HIERARCHY-COUNT TO GEN-HIERARCHY-COUNT
               MOVE BK-AUDIT-POSITION TO GEN-AUDIT-POSITION
           END-IF
           PERFORM READ-NEXT-CONTROL-RECORD.

       PRINT-REPORT-HEADINGS.
           MOVE HEADING-LINE-1 TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           IF REBUILD-MODE
               MOVE 'REBUILD MASTER' TO H2-MODE-TEXT
           ELSE
               MOVE 'AS-OF REPORT' TO H2-MODE-TEXT
           END-IF
           MOVE GENERATION-DATE TO H2-GENERATION-DATE
           MOVE GENERATION-TIME TO H2-GENERATION-TIME
           MOVE TARGET-DATE TO H2-TARGET-DATE
           MOVE TARGET-TIME TO H2-TARGET-TIME
           MOVE HEADING-LINE-2 TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

      *    THE MASTER IMAGES ARE PROVED AGAINST THE GENERATION'S
      *    CONTROL RECORD BEFORE ANYTHING IS ROLLED FORWARD - A
      *    DAMAGED BACKUP STOPS THE RUN. A REBUILD ALSO PUTS BACK
      *    THE OPEN-ITEM, CONTACT AND HIERARCHY FILES, WHICH ARE NOT
      *    JOURNALED AND SO COME BACK AS THEY STOOD AT THE BACKUP.
       LOAD-GENERATION-IMAGES.
           MOVE 'M' TO LOAD-RECORD-TYPE
           PERFORM START-GENERATION-RANGE
           PERFORM LOAD-MASTER-IMAGE
               UNTIL NO-MORE-BACKUP-RECORDS
           IF MASTER-IMAGES-READ NOT = GEN-MASTER-COUNT
              OR MASTER-IMAGES-BALANCE NOT = GEN-MASTER-BALANCE
               DISPLAY 'CUSTOMER-RECOVERY: GENERATION HOLDS '
                   MASTER-IMAGES-READ ' MASTER IMAGES FOR '
                   MASTER-IMAGES-BALANCE ', CONTROL RECORD SAYS '
                   GEN-MASTER-COUNT ' FOR ' GEN-MASTER-BALANCE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REBUILD-MODE
               MOVE 'O' TO LOAD-RECORD-TYPE
               PERFORM START-GENERATION-RANGE
               PERFORM RESTORE-OPEN-ITEM-IMAGE
                   UNTIL NO-MORE-BACKUP-RECORDS
               MOVE 'C' TO LOAD-RECORD-TYPE
               PERFORM START-GENERATION-RANGE
               PERFORM RESTORE-CONTACT-IMAGE
                   UNTIL NO-MORE-BACKUP-RECORDS
               MOVE 'F' TO LOAD-RECORD-TYPE
               PERFORM START-GENERATION-RANGE
               PERFORM RESTORE-HIERARCHY-IMAGE
                   UNTIL NO-MORE-BACKUP-RECORDS
               IF OPEN-ITEMS-RESTORED NOT = GEN-OPEN-ITEM-COUNT
                  OR OPEN-ITEMS-AMOUNT NOT = GEN-OPEN-ITEM-TOTAL
                  OR CONTACTS-RESTORED NOT = GEN-CONTACT-COUNT
                  OR HIERARCHY-LINKS-RESTORED
                       NOT = GEN-HIERARCHY-COUNT
                   DISPLAY 'CUSTOMER-RECOVERY: GENERATION OPEN '
                       'ITEMS, CONTACTS OR HIERARCHY LINKS DO NOT '
                       'AGREE WITH ITS CONTROL RECORD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE IMAGES-LOADED TO EXPECTED-COUNT
           MOVE IMAGES-LOADED-BALANCE TO EXPECTED-BALANCE.

       START-GENERATION-RANGE.
           MOVE 'N' TO BACKUP-FILE-EOF
           MOVE LOAD-RECORD-TYPE TO BK-RECORD-TYPE
           MOVE GENERATION-DATE TO BK-GENERATION-DATE
           MOVE GENERATION-TIME TO BK-GENERATION-TIME
           MOVE ZERO TO BK-SEQUENCE
           START BACKUP-FILE KEY IS >= BK-BACKUP-KEY
               INVALID KEY
                   SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-START
           IF NOT NO-MORE-BACKUP-RECORDS
               PERFORM READ-NEXT-GENERATION-RECORD
           END-IF.

       READ-NEXT-GENERATION-RECORD.
           READ BACKUP-FILE NEXT RECORD
               AT END
                   SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-READ
           IF NOT NO-MORE-BACKUP-RECORDS
              AND (BK-RECORD-TYPE NOT = LOAD-RECORD-TYPE
                   OR BK-GENERATION-DATE NOT = GENERATION-DATE
                   OR BK-GENERATION-TIME NOT = GENERATION-TIME)
               SET NO-MORE-BACKUP-RECORDS TO TRUE
           END-IF.

       LOAD-MASTER-IMAGE.
           ADD 1 TO MASTER-IMAGES-READ
           ADD BK-CUSTOMER-BALANCE TO MASTER-IMAGES-BALANCE
           MOVE BK-CUSTOMER-ID TO CI-CUSTOMER-ID
           PERFORM CHECK-CUSTOMER-SELECTED
           IF CUSTOMER-SELECTED
               MOVE BK-CUSTOMER-NAME TO CI-CUSTOMER-NAME
               MOVE BK-CUSTOMER-BALANCE TO CI-CUSTOMER-BALANCE
               MOVE BK-CUSTOMER-STATUS TO CI-CUSTOMER-STATUS
               MOVE BK-CUSTOMER-CREDIT-LIMIT
                   TO CI-CUSTOMER-CREDIT-LIMIT
               MOVE BK-CUSTOMER-LAST-PAYMENT-DATE
                   TO CI-CUSTOMER-LAST-PAYMENT-DATE
               SET IMAGE-NOT-ON-FILE TO TRUE
               PERFORM STORE-CURRENT-IMAGE
               ADD 1 TO IMAGES-LOADED
               ADD CI-CUSTOMER-BALANCE TO IMAGES-LOADED-BALANCE
           END-IF
           PERFORM READ-NEXT-GENERATION-RECORD.

       RESTORE-OPEN-ITEM-IMAGE.
           MOVE BK-IMAGE-DATA TO CUSTOMER-TRANS-RECORD
           WRITE CUSTOMER-TRANS-RECORD
           ADD 1 TO OPEN-ITEMS-RESTORED
           ADD CT-TRANS-AMOUNT TO OPEN-ITEMS-AMOUNT
           PERFORM READ-NEXT-GENERATION-RECORD.

       RESTORE-CONTACT-IMAGE.
           MOVE BK-IMAGE-DATA TO CUSTOMER-CONTACT-RECORD
           WRITE CUSTOMER-CONTACT-RECORD
           ADD 1 TO CONTACTS-RESTORED
           PERFORM READ-NEXT-GENERATION-RECORD.

       RESTORE-HIERARCHY-IMAGE.
           MOVE BK-IMAGE-DATA TO CUSTOMER-HIERARCHY-RECORD
           WRITE CUSTOMER-HIERARCHY-RECORD
           ADD 1 TO HIERARCHY-LINKS-RESTORED
           PERFORM READ-NEXT-GENERATION-RECORD.

      *    THE AUDIT ENTRIES ALREADY ON FILE WHEN THE BACKUP RAN ARE
      *    IN ITS IMAGES AND ARE PASSED OVER. A JOURNAL SHORTER THAN
      *    THAT HAS BEEN REPLACED OR CUT SINCE, AND CANNOT BE
      *    TRUSTED TO ROLL ANYTHING FORWARD.
       ROLL-FORWARD-JOURNAL.
           MOVE 'CHAIN BREAKS' TO SH-SECTION-TITLE
           MOVE SECTION-HEADING-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE CHAIN-BREAK-HEADING TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           IF AUDIT-FILE-PRESENT
               PERFORM READ-AUDIT-ENTRY
           END-IF
           PERFORM SKIP-BACKED-UP-ENTRY
               UNTIL NO-MORE-AUDIT-ENTRIES
                  OR ENTRIES-BEFORE-BACKUP >= GEN-AUDIT-POSITION
           IF ENTRIES-BEFORE-BACKUP < GEN-AUDIT-POSITION
               DISPLAY 'CUSTOMER-RECOVERY: AUDIT FILE HOLDS '
                   ENTRIES-BEFORE-BACKUP ' ENTRIES, BACKUP WAS '
                   'TAKEN AT ENTRY ' GEN-AUDIT-POSITION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM APPLY-AUDIT-ENTRY
               UNTIL NO-MORE-AUDIT-ENTRIES
           IF CHAIN-BREAKS = ZERO
               MOVE NO-CHAIN-BREAK-LINE TO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
           END-IF
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       READ-AUDIT-ENTRY.
           READ AUDIT-FILE
               AT END
                   SET NO-MORE-AUDIT-ENTRIES TO TRUE
           END-READ.

       SKIP-BACKED-UP-ENTRY.
           ADD 1 TO ENTRIES-BEFORE-BACKUP
           PERFORM READ-AUDIT-ENTRY.

      *    ENTRIES STAMPED AFTER THE TARGET ARE PASSED OVER RATHER
      *    THAN ENDING THE RUN: A BATCH STEP STAMPS EVERY ENTRY WITH
      *    ITS START TIME, SO THE JOURNAL IS NOT STRICTLY IN STAMP
      *    ORDER WHEN AN ONLINE SESSION OVERLAPS THE STREAM.
       APPLY-AUDIT-ENTRY.
           ADD 1 TO ENTRIES-AFTER-BACKUP
           MOVE AU-RUN-DATE TO ENTRY-DATE
           MOVE AU-RUN-TIME TO ENTRY-TIME
           IF ENTRY-STAMP > TARGET-STAMP
               ADD 1 TO ENTRIES-PAST-TARGET
           ELSE
               MOVE AU-CUSTOMER-ID TO CI-CUSTOMER-ID
               PERFORM CHECK-CUSTOMER-SELECTED
               IF CUSTOMER-NOT-SELECTED
                   ADD 1 TO ENTRIES-NOT-SELECTED
               ELSE
                   PERFORM FETCH-CURRENT-IMAGE
                   EVALUATE TRUE
                       WHEN AU-ACTION-WRITE
                           PERFORM APPLY-ADD-ENTRY
                       WHEN AU-ACTION-REWRITE
                           PERFORM APPLY-CHANGE-ENTRY
                       WHEN AU-ACTION-DELETE
                           PERFORM APPLY-DELETE-ENTRY
                       WHEN OTHER
                           MOVE 'UNKNOWN ACTION CODE'
                               TO CHAIN-BREAK-REASON
                           PERFORM LIST-CHAIN-BREAK
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM READ-AUDIT-ENTRY.

      *    EVERY APPLIED ENTRY MOVES THE EXPECTED COUNT AND BALANCE
      *    BY WHAT THE JOURNAL SAYS HAPPENED (ADDS FROM NOTHING,
      *    DELETES TO NOTHING); THE REBUILT RECORDS HAVE TO END UP
      *    AT THE SAME PLACE. THE AFTER-IMAGE IS APPLIED EVEN WHEN
      *    THE CHAIN IS BROKEN, SO THE BREAK SHOWS IN THE CONTROLS.
       APPLY-ADD-ENTRY.
           ADD 1 TO ADDS-APPLIED
           ADD 1 TO EXPECTED-COUNT
           ADD AU-NEW-BALANCE TO EXPECTED-BALANCE
           IF IMAGE-ON-FILE
               MOVE 'ADD OF A CUSTOMER ALREADY ON FILE'
                   TO CHAIN-BREAK-REASON
               PERFORM LIST-CHAIN-BREAK
           END-IF
           MOVE AU-AFTER-IMAGE TO CI-CUSTOMER-DATA
           PERFORM STORE-CURRENT-IMAGE
           PERFORM NOTE-LAST-CHANGE.

       APPLY-CHANGE-ENTRY.
           ADD 1 TO CHANGES-APPLIED
           COMPUTE EXPECTED-BALANCE = EXPECTED-BALANCE
               + AU-NEW-BALANCE - AU-OLD-BALANCE
           IF IMAGE-NOT-ON-FILE
               MOVE 'CHANGE OF A CUSTOMER NOT ON FILE'
                   TO CHAIN-BREAK-REASON
               PERFORM LIST-CHAIN-BREAK
           ELSE
               IF AU-BEFORE-IMAGE NOT = CI-CUSTOMER-DATA
                   MOVE 'BEFORE-IMAGE DOES NOT MATCH'
                       TO CHAIN-BREAK-REASON
                   PERFORM LIST-CHAIN-BREAK
               END-IF
           END-IF
           MOVE AU-AFTER-IMAGE TO CI-CUSTOMER-DATA
           PERFORM STORE-CURRENT-IMAGE
           PERFORM NOTE-LAST-CHANGE.

       APPLY-DELETE-ENTRY.
           ADD 1 TO DELETES-APPLIED
           SUBTRACT 1 FROM EXPECTED-COUNT
           SUBTRACT AU-OLD-BALANCE FROM EXPECTED-BALANCE
           IF IMAGE-NOT-ON-FILE
               MOVE 'DELETE OF A CUSTOMER NOT ON FILE'
                   TO CHAIN-BREAK-REASON
               PERFORM LIST-CHAIN-BREAK
           ELSE
               IF AU-BEFORE-IMAGE NOT = CI-CUSTOMER-DATA
                   MOVE 'BEFORE-IMAGE DOES NOT MATCH'
                       TO CHAIN-BREAK-REASON
                   PERFORM LIST-CHAIN-BREAK
               END-IF
               PERFORM REMOVE-CURRENT-IMAGE
           END-IF
           PERFORM NOTE-LAST-CHANGE.

       LIST-CHAIN-BREAK.
           ADD 1 TO CHAIN-BREAKS
           MOVE AU-CUSTOMER-ID TO CB-CUSTOMER-ID
           MOVE AU-RUN-DATE TO CB-RUN-DATE
           MOVE AU-RUN-TIME TO CB-RUN-TIME
           MOVE AU-PROGRAM-NAME TO CB-PROGRAM-NAME
           MOVE AU-USER-ID TO CB-USER-ID
           MOVE AU-ACTION-CODE TO CB-ACTION-CODE
           MOVE CHAIN-BREAK-REASON TO CB-REASON
           MOVE AU-OLD-BALANCE TO CB-JOURNAL-BALANCE
           IF IMAGE-ON-FILE
               MOVE CI-CUSTOMER-BALANCE TO CB-REBUILT-BALANCE
           ELSE
               MOVE ZERO TO CB-REBUILT-BALANCE
           END-IF
           MOVE CHAIN-BREAK-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       NOTE-LAST-CHANGE.
           IF AS-OF-MODE
               MOVE AU-RUN-DATE
                   TO SL-LAST-CHANGE-DATE(SELECTED-MATCH)
               MOVE AU-RUN-TIME
                   TO SL-LAST-CHANGE-TIME(SELECTED-MATCH)
               MOVE AU-PROGRAM-NAME
                   TO SL-LAST-CHANGE-PROGRAM(SELECTED-MATCH)
               MOVE AU-USER-ID
                   TO SL-LAST-CHANGE-USER(SELECTED-MATCH)
           END-IF.

      *    THE REBUILT RECORD LIVES ON THE REBUILT MASTER IN 'R'
      *    MODE AND IN THE SELECTED-CUSTOMER TABLE IN 'A' MODE; THE
      *    ROLL-FORWARD ITSELF NEVER KNOWS WHICH.
       FETCH-CURRENT-IMAGE.
           SET IMAGE-NOT-ON-FILE TO TRUE
           IF REBUILD-MODE
               MOVE CI-CUSTOMER-ID TO CUSTOMER-ID
               READ REBUILD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET IMAGE-ON-FILE TO TRUE
                       MOVE CUSTOMER-RECORD TO CURRENT-IMAGE
               END-READ
           ELSE
               IF SL-ON-FILE(SELECTED-MATCH)
                   SET IMAGE-ON-FILE TO TRUE
                   MOVE SL-CUSTOMER-DATA(SELECTED-MATCH)
                       TO CI-CUSTOMER-DATA
               END-IF
           END-IF.

       STORE-CURRENT-IMAGE.
           IF REBUILD-MODE
               MOVE CURRENT-IMAGE TO CUSTOMER-RECORD
               IF IMAGE-ON-FILE
                   REWRITE CUSTOMER-RECORD
                       INVALID KEY
                           PERFORM REBUILD-FILE-FAILURE
                   END-REWRITE
               ELSE
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           PERFORM REBUILD-FILE-FAILURE
                   END-WRITE
               END-IF
           ELSE
               MOVE CI-CUSTOMER-DATA
                   TO SL-CUSTOMER-DATA(SELECTED-MATCH)
               SET SL-ON-FILE(SELECTED-MATCH) TO TRUE
           END-IF
           SET IMAGE-ON-FILE TO TRUE.

       REMOVE-CURRENT-IMAGE.
           IF REBUILD-MODE
               MOVE CI-CUSTOMER-ID TO CUSTOMER-ID
               DELETE REBUILD-FILE RECORD
                   INVALID KEY
                       PERFORM REBUILD-FILE-FAILURE
               END-DELETE
           ELSE
               SET SL-NOT-ON-FILE(SELECTED-MATCH) TO TRUE
           END-IF
           SET IMAGE-NOT-ON-FILE TO TRUE.

       REBUILD-FILE-FAILURE.
           DISPLAY 'CUSTOMER-RECOVERY: UNABLE TO UPDATE '
               'REBUILD-FILE FOR CUSTOMER ' CI-CUSTOMER-ID
               ', STATUS=' REBUILD-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    THE SELF-CHECK: WHAT THE REBUILD ARRIVED AT, COUNTED OFF
      *    THE REBUILT RECORDS THEMSELVES, AGAINST WHAT THE BACKUP
      *    PLUS THE JOURNAL SAY IT SHOULD BE. A CHAIN BREAK ON ITS
      *    OWN ENDS RC=4; CONTROLS THAT DO NOT AGREE END RC=8.
       PROVE-RECOVERY-CONTROLS.
           IF REBUILD-MODE
               CLOSE REBUILD-FILE
               OPEN INPUT REBUILD-FILE
               PERFORM READ-NEXT-REBUILT-RECORD
               PERFORM COUNT-REBUILT-RECORD
                   UNTIL NO-MORE-REBUILT-RECORDS
           ELSE
               PERFORM COUNT-SELECTED-ENTRY
                   VARYING SELECTED-IDX FROM 1 BY 1
                   UNTIL SELECTED-IDX > SELECTED-COUNT
           END-IF
           IF REBUILT-COUNT = EXPECTED-COUNT
              AND REBUILT-BALANCE = EXPECTED-BALANCE
               SET CONTROLS-AGREE TO TRUE
           ELSE
               SET CONTROLS-DISAGREE TO TRUE
           END-IF
           IF CONTROLS-DISAGREE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CHAIN-BREAKS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-NEXT-REBUILT-RECORD.
           READ REBUILD-FILE NEXT RECORD
               AT END
                   SET NO-MORE-REBUILT-RECORDS TO TRUE
           END-READ.

       COUNT-REBUILT-RECORD.
           ADD 1 TO REBUILT-COUNT
           ADD CUSTOMER-BALANCE TO REBUILT-BALANCE
           PERFORM READ-NEXT-REBUILT-RECORD.

       COUNT-SELECTED-ENTRY.
           IF SL-ON-FILE(SELECTED-IDX)
               ADD 1 TO REBUILT-COUNT
               ADD SL-CUSTOMER-BALANCE(SELECTED-IDX)
                   TO REBUILT-BALANCE
           END-IF.

       PRINT-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO SH-SECTION-TITLE
           MOVE SECTION-HEADING-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'BACKUP GENERATION MASTER RECORDS' TO CL-LABEL
           MOVE GEN-MASTER-COUNT TO CL-COUNT
           MOVE GEN-MASTER-BALANCE TO CL-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'MASTER IMAGES LOADED' TO CL-LABEL
           MOVE IMAGES-LOADED TO CL-COUNT
           MOVE IMAGES-LOADED-BALANCE TO CL-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           IF REBUILD-MODE
               MOVE 'OPEN ITEMS RESTORED AS OF BACKUP' TO CL-LABEL
               MOVE OPEN-ITEMS-RESTORED TO CL-COUNT
               MOVE OPEN-ITEMS-AMOUNT TO CL-AMOUNT
               PERFORM WRITE-CONTROL-TOTAL-LINE
               MOVE SPACES TO CONTROL-TOTAL-LINE
               MOVE 'CONTACTS RESTORED AS OF BACKUP' TO CL-LABEL
               MOVE CONTACTS-RESTORED TO CL-COUNT
               PERFORM WRITE-CONTROL-TOTAL-LINE
               MOVE 'HIERARCHY LINKS RESTORED AS OF BACKUP'
                   TO CL-LABEL
               MOVE HIERARCHY-LINKS-RESTORED TO CL-COUNT
               PERFORM WRITE-CONTROL-TOTAL-LINE
           END-IF
           MOVE SPACES TO CONTROL-TOTAL-LINE
           MOVE 'JOURNAL ENTRIES ALREADY IN BACKUP' TO CL-LABEL
           MOVE ENTRIES-BEFORE-BACKUP TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'JOURNAL ENTRIES SINCE BACKUP' TO CL-LABEL
           MOVE ENTRIES-AFTER-BACKUP TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'ENTRIES PAST TARGET - NOT APPLIED' TO CL-LABEL
           MOVE ENTRIES-PAST-TARGET TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           IF AS-OF-MODE
               MOVE 'ENTRIES FOR CUSTOMERS NOT SELECTED' TO CL-LABEL
               MOVE ENTRIES-NOT-SELECTED TO CL-COUNT
               PERFORM WRITE-CONTROL-TOTAL-LINE
           END-IF
           MOVE 'ADDS APPLIED' TO CL-LABEL
           MOVE ADDS-APPLIED TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'CHANGES APPLIED' TO CL-LABEL
           MOVE CHANGES-APPLIED TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'DELETES APPLIED' TO CL-LABEL
           MOVE DELETES-APPLIED TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'CHAIN BREAKS' TO CL-LABEL
           MOVE CHAIN-BREAKS TO CL-COUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'EXPECTED FROM BACKUP AND JOURNAL' TO CL-LABEL
           MOVE EXPECTED-COUNT TO CL-COUNT
           MOVE EXPECTED-BALANCE TO CL-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           MOVE 'ARRIVED AT BY THE REBUILD' TO CL-LABEL
           MOVE REBUILT-COUNT TO CL-COUNT
           MOVE REBUILT-BALANCE TO CL-AMOUNT
           PERFORM WRITE-CONTROL-TOTAL-LINE
           IF CONTROLS-AGREE
               MOVE CONTROLS-AGREE-LINE TO RECOVERY-REPORT-LINE
           ELSE
               MOVE CONTROLS-DISAGREE-LINE TO RECOVERY-REPORT-LINE
           END-IF
           WRITE RECOVERY-REPORT-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       WRITE-CONTROL-TOTAL-LINE.
           MOVE CONTROL-TOTAL-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       PRINT-AS-OF-LISTING.
           MOVE 'CUSTOMER POSITIONS AS OF THE TARGET'
               TO SH-SECTION-TITLE
           MOVE SECTION-HEADING-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE AS-OF-HEADING TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           PERFORM PRINT-AS-OF-CUSTOMER
               VARYING SELECTED-IDX FROM 1 BY 1
               UNTIL SELECTED-IDX > SELECTED-COUNT.

      *    A CUSTOMER NOT ON FILE AT THE TARGET - NEVER BOARDED, OR
      *    DELETED BY THEN - PRINTS WITH NO BALANCE; THE LAST CHANGE
      *    COLUMNS STILL SHOW THE DELETE WHEN THERE WAS ONE.
       PRINT-AS-OF-CUSTOMER.
           MOVE SL-CUSTOMER-ID(SELECTED-IDX) TO AD-CUSTOMER-ID
           IF SL-ON-FILE(SELECTED-IDX)
               MOVE SL-CUSTOMER-NAME(SELECTED-IDX)
                   TO AD-CUSTOMER-NAME
               MOVE SL-CUSTOMER-BALANCE(SELECTED-IDX) TO AD-BALANCE
               MOVE SL-CUSTOMER-STATUS(SELECTED-IDX) TO AD-STATUS
               MOVE SL-CUSTOMER-CREDIT-LIMIT(SELECTED-IDX)
                   TO AD-CREDIT-LIMIT
               MOVE SL-CUSTOMER-LAST-PAYMENT-DATE(SELECTED-IDX)
                   TO AD-LAST-PAYMENT-DATE
           ELSE
               MOVE '*** NOT ON FILE ***' TO AD-CUSTOMER-NAME
               MOVE ZERO TO AD-BALANCE
               MOVE SPACE TO AD-STATUS
               MOVE ZERO TO AD-CREDIT-LIMIT
               MOVE ZERO TO AD-LAST-PAYMENT-DATE
           END-IF
           MOVE SL-LAST-CHANGE-DATE(SELECTED-IDX) TO AD-CHANGE-DATE
           MOVE SL-LAST-CHANGE-TIME(SELECTED-IDX) TO AD-CHANGE-TIME
           MOVE SL-LAST-CHANGE-PROGRAM(SELECTED-IDX)
               TO AD-CHANGE-PROGRAM
           MOVE SL-LAST-CHANGE-USER(SELECTED-IDX) TO AD-CHANGE-USER
           MOVE AS-OF-DETAIL-LINE TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE.

       DISPLAY-RECOVERY-SUMMARY.
           DISPLAY 'CUSTOMER-RECOVERY Generation:       '
               GENERATION-DATE ' ' GENERATION-TIME
           DISPLAY 'CUSTOMER-RECOVERY Rolled To:        '
               TARGET-DATE ' ' TARGET-TIME
           DISPLAY 'CUSTOMER-RECOVERY Images Loaded:    '
               IMAGES-LOADED
           DISPLAY 'CUSTOMER-RECOVERY Entries Applied:  '
               ADDS-APPLIED ' ' CHANGES-APPLIED ' ' DELETES-APPLIED
           DISPLAY 'CUSTOMER-RECOVERY Past Target:      '
               ENTRIES-PAST-TARGET
           DISPLAY 'CUSTOMER-RECOVERY Chain Breaks:     '
               CHAIN-BREAKS
           DISPLAY 'CUSTOMER-RECOVERY Expected Count:   '
               EXPECTED-COUNT ' Balance: ' EXPECTED-BALANCE
           DISPLAY 'CUSTOMER-RECOVERY Rebuilt Count:    '
               REBUILT-COUNT ' Balance: ' REBUILT-BALANCE
           IF CONTROLS-AGREE
               DISPLAY 'CUSTOMER-RECOVERY: CONTROLS AGREE'
           ELSE
               DISPLAY 'CUSTOMER-RECOVERY: CONTROLS DO NOT AGREE'
           END-IF.

       TERMINATE-RECOVERY.
           CLOSE BACKUP-FILE
           IF AUDIT-FILE-PRESENT
               CLOSE AUDIT-FILE
           END-IF
           IF REBUILD-MODE
               CLOSE REBUILD-FILE
               CLOSE REBUILD-TRANS-FILE
               CLOSE REBUILD-CONTACT-FILE
               CLOSE REBUILD-HIERARCHY-FILE
           END-IF
           CLOSE RECOVERY-REPORT-FILE.
