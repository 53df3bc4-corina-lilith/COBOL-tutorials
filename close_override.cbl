       IDENTIFICATION DIVISION.
       PROGRAM-ID. ClsOvr.

      * Supervisor override of the month-end close.  CalcCls will
      * not close a month while CALCEXC still holds exceptions
      * dated in it that CalcFix has not resolved; when the
      * business decides the month must close anyway (the rejected
      * entries are being chased up and will be reposted later as
      * prior-period adjustments) a supervisor keys the month here.
      * The unresolved exceptions are counted and, on confirmation
      * with a reason, an override for the month and that count is
      * appended to CLSOVR - CalcCls then closes on it, naming the
      * supervisor on the close report.  Should more exceptions
      * turn up in the month before the close runs the override no
      * longer covers them and a fresh one is needed.  A month
      * already closed, or with nothing unresolved, needs no
      * override.  The override is journaled to SECJRNL as a
      * supervisor override.  Like the other sensitive functions
      * this needs a supervisor sign-on, waived only while OPERMAST
      * has never been created.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLSOVR-FILE ASSIGN TO "CLSOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSOVR-STATUS.

           SELECT CALCEXC-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCEXC-STATUS.

           SELECT CALCCLS-FILE ASSIGN TO "CALCCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCCLS-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLSOVR-FILE.
       COPY CLSOVRR.

       FD  CALCEXC-FILE.
       COPY CALCEXCR.

       FD  CALCCLS-FILE.
       COPY CALCCLSR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CLSOVR-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXC-EOF PIC X VALUE "N".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".

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

      * the month keyed, the last month CalcCls has closed, the
      * exceptions still open in the month and the override being
      * recorded
       01 WS-KEY-PERIOD PIC X(06) VALUE SPACE.
       01 WS-PERIOD-VALID PIC X VALUE "N".
       01 WS-LAST-CLOSED-PERIOD PIC X(06) VALUE SPACE.
       01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERRIDE-REASON PIC X(30) VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.

      * calendar judgment of the keyed month, the same check
      * LeaveRpt makes on its report month
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-SYSTEM-DATE-TIME.
           05 WS-SYSTEM-DATE           PIC X(08).
           05 WS-SYSTEM-TIME           PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Month-end close override"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - override refused"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-OVERRIDE-PERIOD
           PERFORM READ-CLOSE-CONTROL
           IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   AND WS-KEY-PERIOD <= WS-LAST-CLOSED-PERIOD
               DISPLAY "Month " WS-KEY-PERIOD " is already closed "
                   "- nothing overridden"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM COUNT-UNRESOLVED-EXCEPTIONS
               IF WS-UNRESOLVED-COUNT = 0
                   DISPLAY "No unresolved exceptions dated in "
                       WS-KEY-PERIOD " - nothing overridden"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM CONFIRM-OVERRIDE
               END-IF
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
               MOVE "CLSOVR" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Accepts the month to override; the first of it must be a
      * real calendar date.
           GET-OVERRIDE-PERIOD.
               MOVE "N" TO WS-PERIOD-VALID
               PERFORM UNTIL WS-PERIOD-VALID = "Y"
                   DISPLAY "Month to close with exceptions open "
                       "(YYYYMM): "
                   ACCEPT WS-KEY-PERIOD
                   MOVE WS-KEY-PERIOD TO WS-CHECK-DATE(1:6)
                   MOVE "01" TO WS-CHECK-DATE(7:2)
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-PERIOD-VALID
                   ELSE
                       DISPLAY "Invalid month, please re-enter"
                   END-IF
               END-PERFORM
               .

      * Reads the single CALCCLS control record for the last month
      * closed; no file, or an empty one, means none has been.
           READ-CLOSE-CONTROL.
               MOVE SPACES TO WS-LAST-CLOSED-PERIOD
               OPEN INPUT CALCCLS-FILE
               IF WS-CALCCLS-STATUS NOT = "35"
                   READ CALCCLS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CC-LAST-CLOSED-PERIOD
                               TO WS-LAST-CLOSED-PERIOD
                   END-READ
                   CLOSE CALCCLS-FILE
               END-IF
               .

      * Counts the CALCEXC exceptions dated in the month that
      * CalcFix has not resolved, as CalcCls will.
           COUNT-UNRESOLVED-EXCEPTIONS.
               MOVE 0 TO WS-UNRESOLVED-COUNT
               MOVE "N" TO WS-CALCEXC-EOF
               OPEN INPUT CALCEXC-FILE
               IF WS-CALCEXC-STATUS = "35"
                   MOVE "Y" TO WS-CALCEXC-EOF
               END-IF
               PERFORM UNTIL WS-CALCEXC-EOF = "Y"
                   READ CALCEXC-FILE
                       AT END
                           MOVE "Y" TO WS-CALCEXC-EOF
                       NOT AT END
                           IF CX-LOG-DATE(1:6) = WS-KEY-PERIOD
                                   AND CX-RESOLVED-FLAG NOT = "Y"
                               ADD 1 TO WS-UNRESOLVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCEXC-STATUS NOT = "35"
                   CLOSE CALCEXC-FILE
               END-IF
               .

      * Shows the exceptions still open and, on a "Y" with a
      * reason keyed, appends the override and journals it to
      * SECJRNL as a supervisor override.  OPEN EXTEND does not
      * create a missing CLSOVR, so the first override ever is
      * handled the same way StepByp creates a missing JOBBYP.
           CONFIRM-OVERRIDE.
               DISPLAY WS-UNRESOLVED-COUNT " unresolved CALCEXC "
                   "exception(s) are dated in " WS-KEY-PERIOD
               DISPLAY "Let month " WS-KEY-PERIOD " close with them "
                   "open (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing overridden"
               ELSE
                   DISPLAY "Reason for the override: "
                   ACCEPT WS-OVERRIDE-REASON
                   IF WS-OVERRIDE-REASON = SPACES
                       DISPLAY "Reason required - nothing overridden"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-OVERRIDE-RECORD
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
                       MOVE WS-KEY-PERIOD TO SE-TARGET-ID
                       MOVE SPACES TO SE-DETAIL
                       STRING "CLOSE WITH "
                           WS-UNRESOLVED-COUNT
                           " UNRESOLVED"
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-SECURITY-EVENT
                       DISPLAY "Override recorded - month "
                           WS-KEY-PERIOD " may now be closed"
                   END-IF
               END-IF
               .

           WRITE-OVERRIDE-RECORD.
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYSTEM-TIME FROM TIME
               OPEN EXTEND CLSOVR-FILE
               IF WS-CLSOVR-STATUS = "35"
                   OPEN OUTPUT CLSOVR-FILE
                   CLOSE CLSOVR-FILE
                   OPEN EXTEND CLSOVR-FILE
               END-IF
               MOVE WS-KEY-PERIOD TO CO-PERIOD
               MOVE WS-UNRESOLVED-COUNT TO CO-UNRESOLVED-COUNT
               MOVE WS-SIGNON-ID TO CO-SUPERVISOR-ID
               MOVE WS-BUSINESS-DATE TO CO-BUSINESS-DATE
               MOVE WS-SYSTEM-DATE TO CO-SET-DATE
               MOVE WS-SYSTEM-TIME TO CO-SET-TIME
               MOVE WS-OVERRIDE-REASON TO CO-REASON
               WRITE CLOSE-OVERRIDE-RECORD
               CLOSE CLSOVR-FILE
               .

      * Judges WS-CHECK-DATE as a real calendar date: eight
      * digits, month 01-12, day valid for the month, February
      * honoring the leap rule (divisible by four, except
      * centuries not divisible by four hundred).
           VALIDATE-CALENDAR-DATE.
               MOVE "N" TO WS-DATE-VALID
               IF WS-CHECK-DATE IS NUMERIC
                   MOVE WS-CHECK-DATE(1:4) TO WS-CHK-YYYY
                   MOVE WS-CHECK-DATE(5:2) TO WS-CHK-MM
                   MOVE WS-CHECK-DATE(7:2) TO WS-CHK-DD
                   IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                       PERFORM SET-DAYS-IN-MONTH
                       IF WS-CHK-DD >= 1
                               AND WS-CHK-DD <= WS-MONTH-DAYS
                           MOVE "Y" TO WS-DATE-VALID
                       END-IF
                   END-IF
               END-IF
               .

           SET-DAYS-IN-MONTH.
               EVALUATE WS-CHK-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN 2
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-CHK-YYYY BY 4
                           GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                           DIVIDE WS-CHK-YYYY BY 100
                               GIVING WS-LEAP-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               DIVIDE WS-CHK-YYYY BY 400
                                   GIVING WS-LEAP-WORK
                                   REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM NOT = 0
                                   MOVE 28 TO WS-MONTH-DAYS
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-MONTH-DAYS
               END-EVALUATE
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
