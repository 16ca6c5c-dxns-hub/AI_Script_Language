      *================================================================
      * CUSTBKUP
      * Nightly backup generation of the customer master, the
      * open-item file, the contact file and the national account
      * hierarchy, written by
      * CUSTOMER-BACKUP ahead of the posting steps and read back by
      * CUSTOMER-RECOVERY. Every generation is keyed by record type
      * and the date and time the backup ran, so all the master
      * images of one generation sit together, all its open items
      * together and so on. The generation control record ('G') is
      * written last, after every image is safely on file, and
      * carries the record counts and dollar totals the images must
      * prove to plus the number of audit-journal entries already
      * on file when the backup ran - recovery starts rolling the
      * journal forward from the next entry. A generation without
      * its control record never finished and is never used.
      *================================================================
       01 CUSTOMER-BACKUP-RECORD.
           05 BK-BACKUP-KEY.
               10 BK-RECORD-TYPE        PIC X(01).
                   88 BK-GENERATION-CONTROL VALUE 'G'.
                   88 BK-MASTER-IMAGE   VALUE 'M'.
                   88 BK-OPEN-ITEM-IMAGE VALUE 'O'.
                   88 BK-CONTACT-IMAGE  VALUE 'C'.
                   88 BK-HIERARCHY-IMAGE VALUE 'F'.
               10 BK-GENERATION-DATE    PIC 9(8).
               10 BK-GENERATION-TIME    PIC 9(6).
               10 BK-SEQUENCE           PIC 9(7).
           05 BK-IMAGE-DATA             PIC X(188).
           05 BK-MASTER-DATA REDEFINES BK-IMAGE-DATA.
               10 BK-CUSTOMER-ID        PIC 9(5).
               10 BK-CUSTOMER-NAME      PIC X(30).
               10 BK-CUSTOMER-BALANCE   PIC 9(7)V99.
               10 BK-CUSTOMER-STATUS    PIC X(01).
               10 BK-CUSTOMER-CREDIT-LIMIT PIC 9(7)V99.
               10 BK-CUSTOMER-LAST-PAYMENT-DATE PIC 9(8).
               10 FILLER                PIC X(126).
           05 BK-CONTROL-DATA REDEFINES BK-IMAGE-DATA.
               10 BK-MASTER-COUNT       PIC 9(7).
               10 BK-MASTER-BALANCE-TOTAL PIC 9(11)V99.
               10 BK-OPEN-ITEM-COUNT    PIC 9(7).
               10 BK-OPEN-ITEM-TOTAL    PIC 9(11)V99.
               10 BK-CONTACT-COUNT      PIC 9(7).
               10 BK-AUDIT-POSITION     PIC 9(9).
               10 BK-HIERARCHY-COUNT    PIC 9(7).
               10 FILLER                PIC X(125).
