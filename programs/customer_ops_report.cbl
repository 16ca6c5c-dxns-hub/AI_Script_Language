
       01 STEP-TABLE.
           05 STEP-COUNT             PIC 9(02) COMP VALUE ZERO.
           05 STEP-ENTRY OCCURS 40 TIMES.
               10 ST-PROGRAM-NAME    PIC X(24).
               10 ST-STAMP-MINUTES   PIC 9(9) COMP.
               10 ST-RECORDS-IN      PIC 9(07).

       01 PRIOR-TABLE.
           05 PRIOR-COUNT            PIC 9(02) COMP VALUE ZERO.
           05 PRIOR-ENTRY OCCURS 40 TIMES.
               10 PR-PROGRAM-NAME    PIC X(24).
               10 PR-STAMP-MINUTES   PIC 9(9) COMP.
               10 PR-RECORDS-IN      PIC 9(07).
           MOVE RC-PROGRAM-NAME TO SEARCH-PROGRAM-NAME
           PERFORM FIND-STEP-ENTRY
           IF TABLE-ENTRY-MISSING
               IF STEP-COUNT < 40
                   ADD 1 TO STEP-COUNT
                   MOVE STEP-COUNT TO FOUND-IDX
                   MOVE RC-PROGRAM-NAME
           MOVE RC-PROGRAM-NAME TO SEARCH-PROGRAM-NAME
           PERFORM FIND-PRIOR-ENTRY
           IF TABLE-ENTRY-MISSING
               IF PRIOR-COUNT < 40
                   ADD 1 TO PRIOR-COUNT
                   MOVE PRIOR-COUNT TO FOUND-IDX
                   MOVE RC-PROGRAM-NAME
