           SELECT EMPROST-FILE ASSIGN TO "EMPROST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  EMPROST-FILE.
       01  EMP-ROSTER-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DEPT-EMPLOYEES PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-EMPLOYEES PIC 9(5) VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * answered at start-up: "Y" lists terminated employees still on
      * EMPMAST alongside active ones, anything else reports active
      * employees only
       PROCEDURE DIVISION.
           DISPLAY "Include terminated employees (Y/N): "
           ACCEPT WS-INCLUDE-TERMINATED
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE TO WS-TODAY-NUM
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-EMP-TABLE
               WRITE EMP-ROSTER-RECORD
               MOVE 0 TO WS-LINE-COUNT
               .

      * Reads the single BUSDATE control record for the business
      * day this run belongs to, so a stream that runs past
      * midnight or a failed day rerun the next morning still
      * stamps and selects by the right day.  A BUSDATE that has
      * never been created (or is empty) falls back to the system
      * date with a warning.
           READ-BUSINESS-DATE.
               MOVE SPACES TO WS-BUSINESS-DATE
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "35"
                   CONTINUE
               ELSE
                   READ BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-READ
                   CLOSE BUSDATE-FILE
               END-IF
               IF WS-BUSINESS-DATE = SPACES
                   DISPLAY "BUSDATE not found - system date used "
                       "as the business date"
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-IF
               .
