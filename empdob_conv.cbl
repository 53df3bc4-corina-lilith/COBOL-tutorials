               MOVE "A" TO EMP-STATUS
               MOVE SPACES TO EMP-TERM-DATE
               MOVE SPACES TO EMP-DEPT-CODE
               MOVE SPACES TO EMP-REPORTS-TO
               WRITE EMPLOYEE-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
               .
