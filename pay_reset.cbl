       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayRst.

      * Supervisor reset of a pay-period extract.  PayExtr refuses
      * any pay period that overlaps one PAYREG still shows as
      * extracted, so hours cannot reach payroll twice; when an
      * extract genuinely has to be rerun (payroll rejected the
      * load, GREETLOG was corrected after the run) a supervisor
      * keys the period's FROM date here.  The extraction is shown
      * with the record count and hours hash it sent, and on
      * confirmation a reset ("R") record carrying the supervisor's
      * ID and a reason is appended, freeing the period for the
      * next PayExtr run.  Like the other sensitive functions this
      * needs a supervisor sign-on, waived only while OPERMAST has
      * never been created.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYREG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYREG-FILE.
       COPY PAYREGR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-PAYREG-STATUS PIC X(2) VALUE "00".
       01 WS-PAYREG-EOF PIC X VALUE "N".

      * supervisor sign-on state, as OperMnt keeps it
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-SIGNON-ID PIC X(08) VALUE SPACE.
       01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-SIGNON-VALID PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.

      * the security journal entry for each sign-on attempt, set
      * by JUDGE-SUPERVISOR-MATCH and handed to SecLog once
      * OPERMAST is closed
       COPY SECEVTR.

      * the period being reset, and what PAYREG says about it:
      * WS-EXTRACT-FOUND "Y" while the latest extraction starting
      * on the keyed date has not itself been reset
       01 WS-KEY-FROM-DATE PIC X(08) VALUE SPACE.
       01 WS-EXTRACT-FOUND PIC X VALUE "N".
       01 WS-EXTRACT-THRU PIC X(08) VALUE SPACE.
       01 WS-EXTRACT-COUNT PIC 9(9) VALUE 0.
       01 WS-EXTRACT-HASH PIC 9(11) VALUE 0.
       01 WS-EXTRACT-DATE PIC X(08) VALUE SPACE.
       01 WS-RESET-REASON PIC X(20) VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.

      * numeric-edited pictures for showing the extraction on the
      * terminal
       01 WS-TERM-LINE.
           05 TL-HASH                  PIC Z(10)9.
           05 TL-COUNT                 PIC ZZZZZZZZ9.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Pay-period extract reset"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - reset refused"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Pay period from date (YYYYMMDD): "
           ACCEPT WS-KEY-FROM-DATE
           PERFORM FIND-PERIOD-EXTRACT
           IF WS-EXTRACT-FOUND NOT = "Y"
               DISPLAY "No extraction on PAYREG for a period "
                   "starting " WS-KEY-FROM-DATE
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM CONFIRM-RESET
           END-IF
           STOP RUN.

           SUPERVISOR-SIGN-ON.
               MOVE "N" TO WS-SIGNON-VALID
               MOVE 0 TO WS-SIGNON-TRIES
               PERFORM UNTIL WS-SIGNON-VALID = "Y"
                       OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Supervisor operator ID: "
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "Password: "
                   ACCEPT WS-SIGNON-PASSWORD
                   PERFORM CHECK-SUPERVISOR
                   IF WS-SIGNON-VALID NOT = "Y"
                       DISPLAY "Sign-on refused"
                   END-IF
               END-PERFORM
               .

           CHECK-SUPERVISOR.
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - sign-on waived"
                   MOVE "Y" TO WS-SIGNON-VALID
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               ELSE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
                           AT END
                               MOVE "Y" TO WS-OPERMAST-EOF
                           NOT AT END
                               IF OP-ID = WS-SIGNON-ID
                                   PERFORM JUDGE-SUPERVISOR-MATCH
                                   MOVE "Y" TO WS-OPERMAST-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE SPACES TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out
      * or without supervisor authority, accepted when the password
      * matches (or the record has none yet), otherwise a wrong
      * password, which counts toward the lockout.
           JUDGE-SUPERVISOR-MATCH.
               EVALUATE TRUE
                   WHEN OP-STATUS = "D"
                       MOVE "OPERATOR DISABLED" TO SE-DETAIL
                   WHEN OP-STATUS = "L"
                       MOVE "SL" TO SE-EVENT-TYPE
                       MOVE "OPERATOR LOCKED OUT" TO SE-DETAIL
                   WHEN OP-AUTH-LEVEL NOT = "S"
                       MOVE "NOT A SUPERVISOR" TO SE-DETAIL
                   WHEN OP-PASSWORD = SPACES
                       DISPLAY "** No password on file for this "
                           "supervisor - assign one now"
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE "SB" TO SE-EVENT-TYPE
                       MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                   WHEN OP-PASSWORD = WS-SIGNON-PASSWORD
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE "SS" TO SE-EVENT-TYPE
                       MOVE "SUPERVISOR SIGN-ON" TO SE-DETAIL
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the operator is told so.
           LOG-SECURITY-EVENT.
               MOVE "PAYRST" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Passes PAYREG in append order for periods starting on the
      * keyed date.  An extraction ("E") makes that period the one
      * to reset; a later reset ("R") of the same dates means it
      * has already been freed.
           FIND-PERIOD-EXTRACT.
               MOVE "N" TO WS-EXTRACT-FOUND
               MOVE "N" TO WS-PAYREG-EOF
               OPEN INPUT PAYREG-FILE
               IF WS-PAYREG-STATUS = "35"
                   MOVE "Y" TO WS-PAYREG-EOF
               END-IF
               PERFORM UNTIL WS-PAYREG-EOF = "Y"
                   READ PAYREG-FILE
                       AT END
                           MOVE "Y" TO WS-PAYREG-EOF
                       NOT AT END
                           IF PR-PERIOD-FROM = WS-KEY-FROM-DATE
                               PERFORM NOTE-REGISTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PAYREG-STATUS NOT = "35"
                   CLOSE PAYREG-FILE
               END-IF
               .

           NOTE-REGISTER-RECORD.
               EVALUATE TRUE
                   WHEN PR-STATUS = "E"
                       MOVE "Y" TO WS-EXTRACT-FOUND
                       MOVE PR-PERIOD-THRU TO WS-EXTRACT-THRU
                       MOVE PR-RECORD-COUNT TO WS-EXTRACT-COUNT
                       MOVE PR-HOURS-HASH TO WS-EXTRACT-HASH
                       MOVE PR-PROCESS-DATE TO WS-EXTRACT-DATE
                   WHEN PR-STATUS = "R"
                           AND PR-PERIOD-THRU = WS-EXTRACT-THRU
                       MOVE "N" TO WS-EXTRACT-FOUND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Shows the extraction and, on a "Y" with a reason keyed,
      * appends the reset and journals it to SECJRNL as a
      * supervisor override.  OPEN EXTEND does not create a missing
      * PAYREG, but an extraction was found on it, so it exists.
           CONFIRM-RESET.
               MOVE WS-EXTRACT-HASH TO TL-HASH
               MOVE WS-EXTRACT-COUNT TO TL-COUNT
               DISPLAY "Extracted " WS-EXTRACT-DATE " - period "
                   WS-KEY-FROM-DATE " thru " WS-EXTRACT-THRU
               DISPLAY "  Records " TL-COUNT "  Hours hash " TL-HASH
               DISPLAY "Reset so the period can be extracted again "
                   "(Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing reset"
               ELSE
                   DISPLAY "Reason for the re-extract: "
                   ACCEPT WS-RESET-REASON
                   IF WS-RESET-REASON = SPACES
                       DISPLAY "Reason required - nothing reset"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
                       ACCEPT WS-CURRENT-TIME FROM TIME
                       OPEN EXTEND PAYREG-FILE
                       MOVE WS-KEY-FROM-DATE TO PR-PERIOD-FROM
                       MOVE WS-EXTRACT-THRU TO PR-PERIOD-THRU
                       MOVE "R" TO PR-STATUS
                       MOVE WS-EXTRACT-COUNT TO PR-RECORD-COUNT
                       MOVE WS-EXTRACT-HASH TO PR-HOURS-HASH
                       MOVE WS-CURRENT-DATE TO PR-PROCESS-DATE
                       MOVE WS-CURRENT-TIME TO PR-PROCESS-TIME
                       MOVE WS-SIGNON-ID TO PR-OPERATOR-ID
                       MOVE WS-RESET-REASON TO PR-REASON
                       WRITE PAY-REGISTER-RECORD
                       CLOSE PAYREG-FILE
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
                       MOVE SPACES TO SE-TARGET-ID
                       MOVE SPACES TO SE-DETAIL
                       STRING "PAY PERIOD RESET " WS-KEY-FROM-DATE
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-SECURITY-EVENT
                       DISPLAY "Period reset - the next PAYEXTR run "
                           "may extract it again"
                   END-IF
               END-IF
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
