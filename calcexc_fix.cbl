               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCEXC-FILE.
       FD  EXCAGE-FILE.
       01  EXC-AGE-RECORD                 PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXCW-STATUS PIC X(2) VALUE "00".
       01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-RESUBMIT-ALLOWED PIC X VALUE "N".

      * the security journal entry for the sign-on, set by
      * JUDGE-SUPERVISOR-MATCH and handed to SecLog once OPERMAST
      * is closed
       COPY SECEVTR.

       01 WS-SHOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-FIXED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.
           05 FILLER PIC X(2) VALUE SPACE.
           05 AD-OPERATOR-ID           PIC X(08).

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "CALCEXC exception correction"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-RESUBMIT-ALLOWED NOT = "Y"
               DISPLAY "Not a supervisor sign-on - exceptions can "
               DISPLAY "Password: "
               ACCEPT WS-SIGNON-PASSWORD
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - sign-on waived"
                   MOVE "Y" TO WS-RESUBMIT-ALLOWED
                   MOVE "Y" TO WS-OPERMAST-EOF
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               END-IF
               PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                   READ OPERMAST-FILE
               IF WS-OPERMAST-STATUS NOT = "35"
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE SPACES TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out,
      * a wrong password counts toward the lockout, and a matching
      * password (or none on file) from an ordinary operator is a
      * good sign-on that just leaves the session review-only.
           JUDGE-SUPERVISOR-MATCH.
               EVALUATE TRUE
                   WHEN OP-STATUS = "D"
                       MOVE "OPERATOR DISABLED" TO SE-DETAIL
                   WHEN OP-STATUS = "L"
                       MOVE "SL" TO SE-EVENT-TYPE
                       MOVE "OPERATOR LOCKED OUT" TO SE-DETAIL
                   WHEN OP-PASSWORD = SPACES
                       MOVE "SB" TO SE-EVENT-TYPE
                       IF OP-AUTH-LEVEL = "S"
                           DISPLAY "** No password on file for this "
                               "supervisor - have OperMnt assign one"
                           MOVE "Y" TO WS-RESUBMIT-ALLOWED
                           MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                       ELSE
                           MOVE "NO PASSWORD - REVIEW ONLY"
                               TO SE-DETAIL
                       END-IF
                   WHEN OP-PASSWORD = WS-SIGNON-PASSWORD
                       MOVE "SS" TO SE-EVENT-TYPE
                       IF OP-AUTH-LEVEL = "S"
                           MOVE "Y" TO WS-RESUBMIT-ALLOWED
                           MOVE "SUPERVISOR SIGN-ON" TO SE-DETAIL
                       ELSE
                           MOVE "OPERATOR SIGN-ON - REVIEW ONLY"
                               TO SE-DETAIL
                       END-IF
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the operator is told so.
           LOG-SECURITY-EVENT.
               MOVE "CALCFIX" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * CALCEXC), then a summary with the count and date range so
      * the oldest unworked exception is in plain sight.
           WRITE-AGING-REPORT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT EXCAGE-FILE

      * for operations to stage as the next CALCIN batch.
           OPEN-CALCRSB-FEED.
               OPEN OUTPUT CALCRSB-FILE
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO CALC-TRANS-RECORD
               MOVE "H" TO CT-RECORD-TYPE
               MOVE WS-CURRENT-DATE TO CT-FEED-DATE
               MOVE WS-RESUB-HASH-TOTAL TO CT-HASH-TOTAL
               WRITE CALC-TRANS-RECORD
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
