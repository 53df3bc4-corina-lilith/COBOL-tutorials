               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GREETLOG-FILE.
       COPY GRTLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-TODAY PIC X(08).
       01 WS-GREETLOG-STATUS PIC X(2) VALUE "00".
       01 WS-LINES-PRINTED PIC 9(5) VALUE 0.
       01 WS-SIGNOUT-COUNT PIC 9(5) VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-TODAY
           DISPLAY "Sign-ins for " WS-TODAY
           DISPLAY "----------------------------------------"
           OPEN INPUT GREETLOG-FILE
           DISPLAY "Total sign-ins today:  " WS-LINES-PRINTED
           DISPLAY "Total sign-outs today: " WS-SIGNOUT-COUNT
           STOP RUN.

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
