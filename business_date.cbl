       IDENTIFICATION DIVISION.
       PROGRAM-ID. BusDate.

      * Start-of-day business date control: keeps the single
      * BUSDATE record (see BUSDTR.CPY) that every batch step and
      * desk program stamps and selects by instead of the system
      * clock.  Run in (R)oll mode as the first step of the day it
      * advances the business date one calendar day - but only
      * once the day being closed shows every daily step on
      * RUNHIST with a clean finish; a step missing, or one whose
      * last run that day ended RC 2 or worse, refuses the roll
      * with RC 2 and lists why, so the day is rerun under its own
      * date instead of being stamped with tomorrow's.  The daily
      * steps are the ones the JOBDEP job dependency file marks
      * daily ("D"); without JOBDEP the roll is refused.  Run in
      * (O)verride mode a supervisor keys the business date
      * outright - a backdated rerun of a failed day, or a day
      * forced past a refused roll once operations has signed it
      * off.  A BUSDATE that has never been created starts from
      * the system date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOBDEP-FILE ASSIGN TO "JOBDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  JOBDEP-FILE.
       COPY JOBDEPR.

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-RUNHIST-EOF PIC X VALUE "N".
       01 WS-JOBDEP-STATUS PIC X(2) VALUE "00".
       01 WS-JOBDEP-EOF PIC X VALUE "N".

      * answered at start-up: "R" rolls the business date forward,
      * "O" is the supervisor override
       01 WS-RUN-MODE PIC X VALUE SPACE.

      * the business date as found on BUSDATE, and the one this
      * run leaves there; WS-BUSDATE-FOUND "N" is a file never
      * created (or empty), which starts from the system date
       01 WS-OLD-BUSINESS-DATE PIC X(08) VALUE SPACE.
       01 WS-NEW-BUSINESS-DATE PIC X(08) VALUE SPACE.
       01 WS-BUSDATE-FOUND PIC X VALUE "N".
       01 WS-ROLL-REFUSED PIC X VALUE "N".
       01 WS-NEW-SET-BY PIC X(08) VALUE SPACE.
       01 WS-NEW-OVERRIDE-FLAG PIC X VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

      * supervisor sign-on state for the override: three tries,
      * the same allowance DeptMnt and OperMnt give
       01 WS-SIGNON-ID PIC X(08) VALUE SPACE.
       01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-SIGNON-VALID PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.

      * the security journal entry for each sign-on attempt, set
      * by JUDGE-SUPERVISOR-MATCH and handed to SecLog once
      * OPERMAST is closed
       COPY SECEVTR.
       01 WS-DATE-OK PIC X VALUE "N".

      * calendar judgment of a keyed override date - month 01-12,
      * day valid for the month, leap years honored - and the
      * fields the roll-forward steps one day ahead in
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.
       01 WS-NEXT-DATE.
           05 WS-NEXT-YYYY PIC 9(4) VALUE 0.
           05 WS-NEXT-MM PIC 9(2) VALUE 0.
           05 WS-NEXT-DD PIC 9(2) VALUE 0.

      * the daily steps the day being closed must show on RUNHIST
      * - the JOBDEP daily entries, the same steps RunRpt's morning
      * report expects - with the return code of the last run of
      * each that day, so a clean rerun clears an earlier failure
       01 WS-JOBDEP-FOUND PIC X VALUE "N".
       01 WS-EXPECTED-COUNT PIC 9(2) VALUE 0.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ENTRY OCCURS 40 TIMES
                   INDEXED BY EXP-IDX.
               10 WS-EXP-PROGRAM           PIC X(08).
               10 WS-EXP-SEEN              PIC X(01).
               10 WS-EXP-LAST-RC           PIC 9(04).
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "Start-of-day business date control"
           DISPLAY "(R)oll forward or supervisor (O)verride: "
           ACCEPT WS-RUN-MODE
           IF WS-RUN-MODE = "o"
               MOVE "O" TO WS-RUN-MODE
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM READ-BUSINESS-DATE
           IF WS-RUN-MODE = "O"
               PERFORM OVERRIDE-BUSINESS-DATE
           ELSE
               PERFORM ROLL-BUSINESS-DATE
           END-IF
           IF WS-ROLL-REFUSED = "Y"
               DISPLAY "Business date NOT advanced - still "
                   WS-OLD-BUSINESS-DATE
               MOVE 2 TO RETURN-CODE
           ELSE
               PERFORM WRITE-BUSINESS-DATE
               DISPLAY "Business date now " WS-NEW-BUSINESS-DATE
                   " (was " WS-OLD-BUSINESS-DATE ")"
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Reads the single BUSDATE record; no file, or an empty one,
      * leaves WS-BUSDATE-FOUND "N".
           READ-BUSINESS-DATE.
               MOVE "N" TO WS-BUSDATE-FOUND
               OPEN INPUT BUSDATE-FILE
               IF WS-BUSDATE-STATUS = "35"
                   CONTINUE
               ELSE
                   READ BUSDATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE "Y" TO WS-BUSDATE-FOUND
                           MOVE BD-BUSINESS-DATE
                               TO WS-OLD-BUSINESS-DATE
                   END-READ
                   CLOSE BUSDATE-FILE
               END-IF
               .

      * Advances the business date one calendar day once the day
      * being closed is judged complete.  The first roll ever has
      * no prior day to judge and starts from the system date.
           ROLL-BUSINESS-DATE.
               MOVE "BUSDATE" TO WS-NEW-SET-BY
               MOVE SPACE TO WS-NEW-OVERRIDE-FLAG
               IF WS-BUSDATE-FOUND = "N"
                   DISPLAY "BUSDATE not found - business date "
                       "starts from the system date"
                   MOVE WS-CURRENT-DATE TO WS-OLD-BUSINESS-DATE
                   MOVE WS-CURRENT-DATE TO WS-NEW-BUSINESS-DATE
               ELSE
                   PERFORM CHECK-PRIOR-DAY-RUNS
                   EVALUATE TRUE
                       WHEN WS-JOBDEP-FOUND = "N"
                           MOVE "Y" TO WS-ROLL-REFUSED
                           DISPLAY "** Roll-forward refused: JOBDEP "
                               "not found - the daily steps of "
                               WS-OLD-BUSINESS-DATE
                               " cannot be checked"
                       WHEN WS-MISSING-COUNT > 0
                       WHEN WS-FAILED-COUNT > 0
                           MOVE "Y" TO WS-ROLL-REFUSED
                           DISPLAY "** Roll-forward refused: "
                               WS-MISSING-COUNT " step(s) missing, "
                               WS-FAILED-COUNT " step(s) failed for "
                               WS-OLD-BUSINESS-DATE
                       WHEN OTHER
                           PERFORM STEP-FORWARD-ONE-DAY
                           MOVE WS-NEXT-DATE TO WS-NEW-BUSINESS-DATE
                   END-EVALUATE
               END-IF
               .

      * Passes RUNHIST for the business day being closed, keeping
      * the last return code each expected step left, then judges
      * the table: a step with no record is missing, a step whose
      * last run ended RC 2 or worse failed.  RC 1 is a step that
      * finished with record-level rejects or warnings and does
      * not hold the day.  A missing RUNHIST leaves every step
      * missing, which is the right refusal.
           CHECK-PRIOR-DAY-RUNS.
               PERFORM LOAD-EXPECTED-TABLE
               MOVE "N" TO WS-RUNHIST-EOF
               OPEN INPUT RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   MOVE "Y" TO WS-RUNHIST-EOF
               END-IF
               PERFORM UNTIL WS-RUNHIST-EOF = "Y"
                   READ RUNHIST-FILE
                       AT END
                           MOVE "Y" TO WS-RUNHIST-EOF
                       NOT AT END
                           IF RH-RUN-DATE = WS-OLD-BUSINESS-DATE
                               PERFORM NOTE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RUNHIST-STATUS NOT = "35"
                   CLOSE RUNHIST-FILE
               END-IF
               MOVE 0 TO WS-MISSING-COUNT
               MOVE 0 TO WS-FAILED-COUNT
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXPECTED-COUNT
                   IF WS-EXP-SEEN(EXP-IDX) = "N"
                       ADD 1 TO WS-MISSING-COUNT
                       DISPLAY "** " WS-EXP-PROGRAM(EXP-IDX)
                           " left no run record"
                   ELSE
                       IF WS-EXP-LAST-RC(EXP-IDX) > 1
                           ADD 1 TO WS-FAILED-COUNT
                           DISPLAY "** " WS-EXP-PROGRAM(EXP-IDX)
                               " last ended RC "
                               WS-EXP-LAST-RC(EXP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Loads each program JOBDEP marks daily once, however many
      * predecessor records it has.
           LOAD-EXPECTED-TABLE.
               MOVE 0 TO WS-EXPECTED-COUNT
               MOVE "N" TO WS-JOBDEP-FOUND
               OPEN INPUT JOBDEP-FILE
               IF WS-JOBDEP-STATUS NOT = "35"
                   MOVE "Y" TO WS-JOBDEP-FOUND
                   PERFORM UNTIL WS-JOBDEP-EOF = "Y"
                       READ JOBDEP-FILE
                           AT END
                               MOVE "Y" TO WS-JOBDEP-EOF
                           NOT AT END
                               IF JD-FREQUENCY = "D"
                                   PERFORM ADD-EXPECTED-STEP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBDEP-FILE
               END-IF
               .

           ADD-EXPECTED-STEP.
               SET EXP-IDX TO 1
               SEARCH WS-EXPECTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXP-IDX > WS-EXPECTED-COUNT
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE JD-PROGRAM-ID TO WS-EXP-PROGRAM(EXP-IDX)
                       MOVE "N" TO WS-EXP-SEEN(EXP-IDX)
                       MOVE 0 TO WS-EXP-LAST-RC(EXP-IDX)
                   WHEN WS-EXP-PROGRAM(EXP-IDX) = JD-PROGRAM-ID
                       CONTINUE
               END-SEARCH
               .

      * RUNHIST is in append order, so each later record for a
      * step overwrites the return code of the one before it.
           NOTE-ONE-RUN.
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXPECTED-COUNT
                   IF WS-EXP-PROGRAM(EXP-IDX) = RH-PROGRAM-ID
                       MOVE "Y" TO WS-EXP-SEEN(EXP-IDX)
                       IF RH-RETURN-CODE IS NUMERIC
                           MOVE RH-RETURN-CODE
                               TO WS-EXP-LAST-RC(EXP-IDX)
                       ELSE
                           MOVE 9999 TO WS-EXP-LAST-RC(EXP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Steps the business date being closed forward one calendar
      * day into WS-NEXT-DATE, month lengths and leap years
      * honored.
           STEP-FORWARD-ONE-DAY.
               MOVE WS-OLD-BUSINESS-DATE(1:4) TO WS-CHK-YYYY
               MOVE WS-OLD-BUSINESS-DATE(5:2) TO WS-CHK-MM
               MOVE WS-OLD-BUSINESS-DATE(7:2) TO WS-CHK-DD
               PERFORM SET-DAYS-IN-MONTH
               IF WS-CHK-DD < WS-MONTH-DAYS
                   ADD 1 TO WS-CHK-DD
               ELSE
                   MOVE 1 TO WS-CHK-DD
                   IF WS-CHK-MM < 12
                       ADD 1 TO WS-CHK-MM
                   ELSE
                       MOVE 1 TO WS-CHK-MM
                       ADD 1 TO WS-CHK-YYYY
                   END-IF
               END-IF
               MOVE WS-CHK-YYYY TO WS-NEXT-YYYY
               MOVE WS-CHK-MM TO WS-NEXT-MM
               MOVE WS-CHK-DD TO WS-NEXT-DD
               .

      * Supervisor-only: after a supervisor sign-on the business
      * date is keyed outright, and the record is marked as an
      * override with the supervisor's ID so the morning check can
      * see the day was not rolled normally; the override is also
      * journaled to SECJRNL, where the next roll cannot overwrite
      * it.  A failed sign-on leaves the date where it is.
           OVERRIDE-BUSINESS-DATE.
               IF WS-BUSDATE-FOUND = "N"
                   MOVE WS-CURRENT-DATE TO WS-OLD-BUSINESS-DATE
               END-IF
               PERFORM SUPERVISOR-SIGN-ON
               IF WS-SIGNON-VALID NOT = "Y"
                   DISPLAY "Supervisor sign-on failed - override "
                       "refused"
                   MOVE "Y" TO WS-ROLL-REFUSED
               ELSE
                   MOVE "N" TO WS-DATE-OK
                   PERFORM UNTIL WS-DATE-OK = "Y"
                       DISPLAY "Business date to set (YYYYMMDD): "
                       ACCEPT WS-NEW-BUSINESS-DATE
                       MOVE WS-NEW-BUSINESS-DATE TO WS-CHECK-DATE
                       PERFORM VALIDATE-CALENDAR-DATE
                       IF WS-DATE-VALID = "Y"
                           MOVE "Y" TO WS-DATE-OK
                       ELSE
                           DISPLAY "Invalid date, please re-enter"
                       END-IF
                   END-PERFORM
                   MOVE WS-SIGNON-ID TO WS-NEW-SET-BY
                   MOVE "O" TO WS-NEW-OVERRIDE-FLAG
                   MOVE "OV" TO SE-EVENT-TYPE
                   MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
                   MOVE SPACES TO SE-TARGET-ID
                   MOVE SPACES TO SE-DETAIL
                   STRING "BUSINESS DATE SET TO "
                       WS-NEW-BUSINESS-DATE
                       DELIMITED BY SIZE INTO SE-DETAIL
                   END-STRING
                   PERFORM LOG-SECURITY-EVENT
               END-IF
               .

      * Three tries at a supervisor sign-on: the keyed ID must be
      * an active OPERMAST record with OP-AUTH-LEVEL "S" and a
      * matching password (spaces on file accepts with a warning,
      * the same allowance Menu's sign-on makes).  No OPERMAST yet
      * waives the check, as it does for OperMnt.
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
                   DISPLAY "OPERMAST not found - supervisor check "
                       "waived"
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
               MOVE "BUSDATE" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Rewrites the single BUSDATE record with the new business
      * date, the day it replaces, and who set it.
           WRITE-BUSINESS-DATE.
               OPEN OUTPUT BUSDATE-FILE
               MOVE WS-NEW-BUSINESS-DATE TO BD-BUSINESS-DATE
               MOVE WS-OLD-BUSINESS-DATE TO BD-PRIOR-DATE
               MOVE WS-CURRENT-DATE TO BD-SET-DATE
               MOVE WS-CURRENT-TIME TO BD-SET-TIME
               MOVE WS-NEW-SET-BY TO BD-SET-BY
               MOVE WS-NEW-OVERRIDE-FLAG TO BD-OVERRIDE-FLAG
               WRITE BUSINESS-DATE-RECORD
               CLOSE BUSDATE-FILE
               .

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file, dated the business day the run
      * leaves in force: steps judged in, steps missing out,
      * steps failed rejected.
           WRITE-RUN-HISTORY.
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "BUSDATE" TO RH-PROGRAM-ID
               IF WS-ROLL-REFUSED = "Y"
                   MOVE WS-OLD-BUSINESS-DATE TO RH-RUN-DATE
               ELSE
                   MOVE WS-NEW-BUSINESS-DATE TO RH-RUN-DATE
               END-IF
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-EXPECTED-COUNT TO RH-IN-COUNT
               MOVE WS-MISSING-COUNT TO RH-OUT-COUNT
               MOVE WS-FAILED-COUNT TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
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
