      *================================================================
      * CUSTESTM
      * Electronic statement delivery file, written by
      * CUSTOMER-STATEMENT for every customer whose contact record
      * carries the email flag, and sent to the statement delivery
      * vendor. Each customer gets a statement header carrying the
      * email address, one detail per open item with its aging
      * bucket and running balance, and a statement total with the
      * aging split. A single file trailer carries the number of
      * statements and their dollar total so the vendor can prove
      * the file before releasing any mail.
      *================================================================
       01 ESTATEMENT-RECORD.
           05 ES-RECORD-TYPE            PIC X(01).
               88 ES-STATEMENT-HEADER   VALUE 'H'.
               88 ES-OPEN-ITEM-DETAIL   VALUE 'D'.
               88 ES-STATEMENT-TOTAL    VALUE 'S'.
               88 ES-FILE-TRAILER       VALUE 'T'.
           05 ES-CUSTOMER-ID            PIC 9(5).
           05 ES-HEADER-BODY.
               10 ES-STATEMENT-DATE     PIC 9(8).
               10 ES-CUSTOMER-NAME      PIC X(30).
               10 ES-ATTENTION-LINE     PIC X(30).
               10 ES-EMAIL-ADDRESS      PIC X(60).
           05 ES-DETAIL-BODY REDEFINES ES-HEADER-BODY.
               10 ES-TRANS-DATE         PIC 9(8).
               10 ES-TRANS-REFERENCE    PIC X(10).
               10 ES-DUE-DATE           PIC 9(8).
               10 ES-TRANS-AMOUNT       PIC 9(7)V99.
               10 ES-AGE-BUCKET         PIC X(10).
               10 ES-RUNNING-BALANCE    PIC 9(7)V99.
               10 FILLER                PIC X(74).
           05 ES-TOTAL-BODY REDEFINES ES-HEADER-BODY.
               10 ES-ITEM-COUNT         PIC 9(5).
               10 ES-AGE-CURRENT        PIC 9(7)V99.
               10 ES-AGE-30-DAY         PIC 9(7)V99.
               10 ES-AGE-60-DAY         PIC 9(7)V99.
               10 ES-AGE-90-PLUS-DAY    PIC 9(7)V99.
               10 ES-STATEMENT-BALANCE  PIC 9(7)V99.
               10 FILLER                PIC X(78).
           05 ES-TRAILER-BODY REDEFINES ES-HEADER-BODY.
               10 ES-STATEMENT-COUNT    PIC 9(7).
               10 ES-DOLLAR-TOTAL       PIC 9(11)V99.
               10 FILLER                PIC X(108).
