           MOVE PURGE-RUN-DATE TO AU-RUN-DATE
           MOVE TOD-HHMMSS TO AU-RUN-TIME
           MOVE 'CUSTOMER-PURGE' TO AU-PROGRAM-NAME
           MOVE 'CUSTPURG' TO AU-USER-ID
           WRITE CUSTOMER-AUDIT-RECORD.

       DISPLAY-PURGE-SUMMARY.
