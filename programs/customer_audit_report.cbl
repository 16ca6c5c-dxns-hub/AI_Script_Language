           05 EH-PROGRAM-NAME       PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EH-ACTION-TEXT        PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 EH-USER-ID            PIC X(08).

       01 IMAGE-DETAIL-LINE.
           05 ID-IMAGE-TAG          PIC X(05).
           MOVE AU-RUN-DATE TO EH-RUN-DATE
           MOVE AU-RUN-TIME TO EH-RUN-TIME
           MOVE AU-PROGRAM-NAME TO EH-PROGRAM-NAME
           MOVE AU-USER-ID TO EH-USER-ID
           EVALUATE TRUE
               WHEN AU-ACTION-WRITE
                   MOVE 'ADD' TO EH-ACTION-TEXT
