           MOVE RESTORE-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-RESTORE' TO AU-PROGRAM-NAME
           MOVE 'CUSTREST' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       TERMINATE-RESTORE.
