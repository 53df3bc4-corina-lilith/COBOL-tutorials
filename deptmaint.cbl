      * departments against have somewhere to be keyed.  Department
      * maintenance is a supervisor function: a supervisor sign-on
      * against OPERMAST is required before the menu is shown,
      * waived only while OPERMAST has never been created.  The
      * manager is keyed as an employee ID, accepted only for an
      * active employee on EMPMAST, and the name shown alongside it
      * is taken from that employee's record.  Each department
      * also carries its authorised headcount - the establishment -
      * set here with an effective date under the signed-on
      * supervisor's approval, every change kept on the DEPTAUTH
      * history file the monthly establishment report reads.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT DEPTAUTH-FILE ASSIGN TO "DEPTAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTAUTH-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTMAST-FILE.
       FD  EMPHIST-FILE.
       COPY EMPHISTR.

       FD  DEPTAUTH-FILE.
       COPY DPTAUTHR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 DeptCode PIC X(3) VALUE SPACE.
       01 DeptName PIC X(20) VALUE SPACE.
       01 DeptManager PIC X(30) VALUE SPACE.
       01 DeptManagerId PIC X(6) VALUE SPACE.
       01 WS-MANAGER-VALID PIC X VALUE "N".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 MenuChoice PIC X VALUE SPACE.
       01 QuitFlag PIC X VALUE "N".
       01 WS-SIGNON-VALID PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.

      * the security journal entry for each sign-on attempt, set
      * by JUDGE-SUPERVISOR-MATCH and handed to SecLog once
      * OPERMAST is closed
       COPY SECEVTR.

      * delete/merge work fields: EMPMAST is scanned before a code
      * is removed - a delete is blocked while employees still
      * carry it, a merge reassigns them to the survivor - and
       01 WS-EMPHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-AVAILABLE PIC X VALUE "Y".
       01 WS-CARRIER-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-MOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-SURVIVOR-CODE PIC X(3) VALUE SPACE.
       01 WS-SURVIVOR-NAME PIC X(20) VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.

      * establishment work fields: the authorised headcount keyed
      * (blank withdraws the establishment), right-justified and
      * zero-filled the way PayExtr takes its overtime limit, its
      * effective date, and the latest effective date DEPTAUTH
      * already holds for the department - a change may not take
      * effect before it, so the history stays in date order
       01 WS-DEPTAUTH-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTAUTH-EOF PIC X VALUE "N".
       01 WS-AUTH-COUNT-X PIC X(04) VALUE SPACE.
       01 WS-AUTH-COUNT-DIGITS PIC X(04) JUSTIFIED RIGHT VALUE SPACE.
       01 WS-AUTH-COUNT-LEN PIC 9(2) VALUE 0.
       01 WS-AUTH-COUNT PIC 9(04) VALUE 0.
       01 WS-AUTH-COUNT-VALID PIC X VALUE "N".
       01 WS-AUTH-WITHDRAW PIC X VALUE "N".
       01 WS-AUTH-EFF-DATE PIC X(08) VALUE SPACE.
       01 WS-AUTH-EFF-VALID PIC X VALUE "N".
       01 WS-LAST-EFF-DATE PIC X(08) VALUE SPACE.

      * calendar judgment of a keyed YYYYMMDD value - month 01-12,
      * day valid for the month, leap years honored - the same
      * check Greet's GET_AGE makes on a date of birth
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

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Department master maintenance"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - maintenance "
               DISPLAY "4. List all departments"
               DISPLAY "5. Delete department"
               DISPLAY "6. Merge department into another"
               DISPLAY "7. Set authorised headcount"
               DISPLAY "8. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT MenuChoice

                   WHEN "6"
                       PERFORM MERGE-DEPARTMENT
                   WHEN "7"
                       PERFORM SET-ESTABLISHMENT
                   WHEN "8"
                       MOVE "Y" TO QuitFlag
                   WHEN OTHER
                       DISPLAY "Invalid selection, try again"

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
                           "supervisor - have OperMnt assign one"
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
               MOVE "DEPTMNT" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

           GET-DEPT-INFO.
               DISPLAY "Department name: "
               ACCEPT DeptName
               PERFORM GET-DEPT-MANAGER
               .

      * Accepts the manager's employee ID, re-prompting until it is
      * blank (no manager) or an active employee on EMPMAST, whose
      * name becomes DEPT-MANAGER.  A manager carried on another
      * department is accepted with a warning - it is allowed, but
      * the OrgChart report lists it among its exceptions.  With no
      * EMPMAST yet the ID is taken as keyed.
           GET-DEPT-MANAGER.
               MOVE "N" TO WS-MANAGER-VALID
               PERFORM UNTIL WS-MANAGER-VALID = "Y"
                   DISPLAY "Manager employee ID (blank for none): "
                   ACCEPT DeptManagerId
                   MOVE SPACES TO DeptManager
                   EVALUATE TRUE
                       WHEN DeptManagerId = SPACES
                           MOVE "Y" TO WS-MANAGER-VALID
                       WHEN DeptManagerId NOT NUMERIC
                           DISPLAY "Manager ID must be six digits, "
                               "please re-enter"
                       WHEN WS-EMPMAST-AVAILABLE = "N"
                           DISPLAY "EMPMAST not found - manager ID "
                               "accepted unvalidated"
                           MOVE "Y" TO WS-MANAGER-VALID
                       WHEN OTHER
                           PERFORM CHECK-DEPT-MANAGER
                   END-EVALUATE
               END-PERFORM
               .

           CHECK-DEPT-MANAGER.
               MOVE DeptManagerId TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       DISPLAY "Employee " DeptManagerId
                           " not on file, please re-enter"
                   NOT INVALID KEY
                       IF EMP-STATUS = "T"
                           DISPLAY "Employee " DeptManagerId
                               " is terminated, please re-enter"
                       ELSE
                           MOVE EMP-NAME TO DeptManager
                           DISPLAY "Manager: " DeptManager
                           IF EMP-DEPT-CODE NOT = DeptCode
                               DISPLAY "** " DeptManagerId
                                   " belongs to department "
                                   EMP-DEPT-CODE
                           END-IF
                           MOVE "Y" TO WS-MANAGER-VALID
                       END-IF
               END-READ
               .

           ADD-DEPARTMENT.
               MOVE DeptCode TO DEPT-CODE
               MOVE DeptName TO DEPT-NAME
               MOVE DeptManager TO DEPT-MANAGER
               MOVE DeptManagerId TO DEPT-MANAGER-ID
               MOVE 0 TO DEPT-AUTH-COUNT
               MOVE SPACES TO DEPT-AUTH-EFF-DATE
               MOVE SPACES TO DEPT-AUTH-BY
               WRITE DEPARTMENT-RECORD
                   INVALID KEY
                       DISPLAY "Department " DeptCode
                       PERFORM GET-DEPT-INFO
                       MOVE DeptName TO DEPT-NAME
                       MOVE DeptManager TO DEPT-MANAGER
                       MOVE DeptManagerId TO DEPT-MANAGER-ID
                       REWRITE DEPARTMENT-RECORD
                       DISPLAY "Department " DeptCode " updated"
               END-READ
                       DISPLAY "Department " DeptCode " not found"
                   NOT INVALID KEY
                       DISPLAY "Code: " DEPT-CODE " Name: " DEPT-NAME
                           " Manager: " DEPT-MANAGER-ID " "
                           DEPT-MANAGER
                       IF DEPT-AUTH-EFF-DATE = SPACES
                           DISPLAY "Authorised headcount: not set"
                       ELSE
                           DISPLAY "Authorised headcount: "
                               DEPT-AUTH-COUNT " from "
                               DEPT-AUTH-EFF-DATE " approved by "
                               DEPT-AUTH-BY
                       END-IF
               END-READ
               .

                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           IF DEPT-AUTH-EFF-DATE = SPACES
                               DISPLAY DEPT-CODE " " DEPT-NAME " "
                                   DEPT-MANAGER-ID " " DEPT-MANAGER
                                   " AUTH  -"
                           ELSE
                               DISPLAY DEPT-CODE " " DEPT-NAME " "
                                   DEPT-MANAGER-ID " " DEPT-MANAGER
                                   " AUTH " DEPT-AUTH-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-DEPTMAST-STATUS
                               " " DEPT-NAME " (Y/N): "
                           ACCEPT WS-CONFIRM
                           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                               PERFORM WITHDRAW-ON-REMOVAL
                               MOVE DeptCode TO DEPT-CODE
                               DELETE DEPTMAST-FILE
                               PERFORM WRITE-DELETE-IMPACT

      * Counts the EMPMAST records - active or still awaiting the
      * sweep - whose EMP-DEPT-CODE is the department being worked
      * on; they all still reference the code.  The active ones
      * alone, as HcSnap counts them, are what the department's
      * establishment is measured against.
           COUNT-DEPT-CARRIERS.
               MOVE 0 TO WS-CARRIER-COUNT
               MOVE 0 TO WS-ACTIVE-COUNT
               IF WS-EMPMAST-AVAILABLE = "Y"
                   MOVE 0 TO EMP-ID
                   START EMPMAST-FILE KEY IS NOT LESS THAN EMP-ID
                           NOT AT END
                               IF EMP-DEPT-CODE = DeptCode
                                   ADD 1 TO WS-CARRIER-COUNT
                                   IF EMP-STATUS NOT = "T"
                                       ADD 1 TO WS-ACTIVE-COUNT
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               .

      * The merge proper: reassigns the carriers, prints the
      * impact listing, then removes the merged code - withdrawing
      * its establishment on DEPTAUTH first.  The survivor's
      * establishment is left as it stands; the supervisor resets
      * it with option 7 if the merge has taken it over.
           APPLY-MERGE.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-DEPTIMP-EXTEND
               MOVE SPACES TO DEPT-IMPACT-RECORD
                   PERFORM REASSIGN-CARRIERS
               END-IF
               MOVE DeptCode TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM WITHDRAW-ON-REMOVAL
               END-READ
               MOVE DeptCode TO DEPT-CODE
               DELETE DEPTMAST-FILE
               MOVE SPACES TO DEPT-IMPACT-RECORD
               STRING "EMPLOYEES MOVED: " WS-MOVED-COUNT
               MOVE EMP-STATUS TO CH-OLD-STATUS
               MOVE EMP-TERM-DATE TO CH-OLD-TERM-DATE
               MOVE EMP-DEPT-CODE TO CH-OLD-DEPT
               MOVE EMP-REPORTS-TO TO CH-OLD-REPORTS-TO
               MOVE WS-SURVIVOR-CODE TO EMP-DEPT-CODE
               REWRITE EMPLOYEE-RECORD
               MOVE EMP-NAME TO CH-NEW-NAME
               MOVE EMP-STATUS TO CH-NEW-STATUS
               MOVE EMP-TERM-DATE TO CH-NEW-TERM-DATE
               MOVE EMP-DEPT-CODE TO CH-NEW-DEPT
               MOVE EMP-REPORTS-TO TO CH-NEW-REPORTS-TO
               WRITE EMP-HISTORY-RECORD
               MOVE EMP-ID TO IM-EMP-ID
               MOVE EMP-NAME TO IM-EMP-NAME
      * Appends the delete to the impact listing so even a clean
      * removal leaves a printed trace of when the code went.
           WRITE-DELETE-IMPACT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-DEPTIMP-EXTEND
               MOVE SPACES TO DEPT-IMPACT-RECORD
                   OPEN EXTEND DEPTIMP-FILE
               END-IF
               .

      * Sets or changes a department's authorised headcount: the
      * establishment standing now and the active employees
      * carrying the code are shown, then the new count and the
      * day it takes effect are keyed and, once confirmed, written
      * to DEPTAUTH under the signed-on supervisor and carried on
      * the DEPARTMENT-RECORD.  A blank count withdraws an
      * establishment that is set.
           SET-ESTABLISHMENT.
               DISPLAY "Enter department code: "
               ACCEPT DeptCode
               MOVE DeptCode TO DEPT-CODE
               READ DEPTMAST-FILE
                   INVALID KEY
                       DISPLAY "Department " DeptCode " not found"
                   NOT INVALID KEY
                       PERFORM GET-ESTABLISHMENT
               END-READ
               .

           GET-ESTABLISHMENT.
               IF DEPT-AUTH-EFF-DATE = SPACES
                   DISPLAY "Authorised headcount: not set"
               ELSE
                   DISPLAY "Authorised headcount: " DEPT-AUTH-COUNT
                       " from " DEPT-AUTH-EFF-DATE " approved by "
                       DEPT-AUTH-BY
               END-IF
               PERFORM COUNT-DEPT-CARRIERS
               DISPLAY "Active employees: " WS-ACTIVE-COUNT
               PERFORM GET-AUTH-COUNT
               IF WS-AUTH-WITHDRAW = "Y"
                       AND DEPT-AUTH-EFF-DATE = SPACES
                   DISPLAY "No establishment to withdraw - "
                       "nothing changed"
               ELSE
                   PERFORM FIND-LAST-EFFECTIVE
                   PERFORM GET-AUTH-EFF-DATE
                   IF WS-AUTH-WITHDRAW = "Y"
                       DISPLAY "Withdraw the establishment of "
                           DeptCode " from " WS-AUTH-EFF-DATE
                           " (Y/N): "
                   ELSE
                       IF WS-ACTIVE-COUNT > WS-AUTH-COUNT
                           DISPLAY "** " WS-ACTIVE-COUNT " active "
                               "employee(s) - " DeptCode " will be "
                               "over establishment"
                       END-IF
                       DISPLAY "Set " DeptCode " authorised "
                           "headcount to " WS-AUTH-COUNT " from "
                           WS-AUTH-EFF-DATE " (Y/N): "
                   END-IF
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM APPLY-ESTABLISHMENT
                   END-IF
               END-IF
               .

      * Accepts the authorised headcount, re-prompting until it is
      * blank (withdraw) or up to four digits.
           GET-AUTH-COUNT.
               MOVE "N" TO WS-AUTH-COUNT-VALID
               PERFORM UNTIL WS-AUTH-COUNT-VALID = "Y"
                   DISPLAY "Authorised headcount (blank to withdraw): "
                   MOVE SPACES TO WS-AUTH-COUNT-X
                   ACCEPT WS-AUTH-COUNT-X
                   MOVE "N" TO WS-AUTH-WITHDRAW
                   MOVE 0 TO WS-AUTH-COUNT
                   IF WS-AUTH-COUNT-X = SPACES
                       MOVE "Y" TO WS-AUTH-WITHDRAW
                       MOVE "Y" TO WS-AUTH-COUNT-VALID
                   ELSE
                       MOVE 0 TO WS-AUTH-COUNT-LEN
                       INSPECT WS-AUTH-COUNT-X TALLYING
                           WS-AUTH-COUNT-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-AUTH-COUNT-LEN > 0
                           MOVE WS-AUTH-COUNT-X(1:WS-AUTH-COUNT-LEN)
                               TO WS-AUTH-COUNT-DIGITS
                           INSPECT WS-AUTH-COUNT-DIGITS
                               REPLACING LEADING SPACE BY ZERO
                           IF WS-AUTH-COUNT-DIGITS IS NUMERIC
                               MOVE WS-AUTH-COUNT-DIGITS
                                   TO WS-AUTH-COUNT
                               MOVE "Y" TO WS-AUTH-COUNT-VALID
                           END-IF
                       END-IF
                       IF WS-AUTH-COUNT-VALID NOT = "Y"
                           DISPLAY "Headcount must be 0 to 9999, "
                               "please re-enter"
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Accepts the effective date, re-prompting until it is blank
      * (the business date) or a real calendar date no later than
      * the business date and no earlier than the last change
      * DEPTAUTH holds for the department.
           GET-AUTH-EFF-DATE.
               MOVE "N" TO WS-AUTH-EFF-VALID
               PERFORM UNTIL WS-AUTH-EFF-VALID = "Y"
                   DISPLAY "Effective date YYYYMMDD (blank for "
                       WS-BUSINESS-DATE "): "
                   MOVE SPACES TO WS-AUTH-EFF-DATE
                   ACCEPT WS-AUTH-EFF-DATE
                   IF WS-AUTH-EFF-DATE = SPACES
                       MOVE WS-BUSINESS-DATE TO WS-AUTH-EFF-DATE
                   END-IF
                   MOVE WS-AUTH-EFF-DATE TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   EVALUATE TRUE
                       WHEN WS-DATE-VALID = "N"
                           DISPLAY "Not a valid date, please re-enter"
                       WHEN WS-AUTH-EFF-DATE > WS-BUSINESS-DATE
                           DISPLAY "Effective date may not be after "
                               WS-BUSINESS-DATE ", please re-enter"
                       WHEN WS-LAST-EFF-DATE NOT = SPACES
                               AND WS-AUTH-EFF-DATE < WS-LAST-EFF-DATE
                           DISPLAY "Effective date may not be before "
                               "the last change, " WS-LAST-EFF-DATE
                               ", please re-enter"
                       WHEN OTHER
                           MOVE "Y" TO WS-AUTH-EFF-VALID
                   END-EVALUATE
               END-PERFORM
               .

      * Reads DEPTAUTH for the latest effective date already on
      * file for the department; a missing DEPTAUTH means no
      * establishment has ever been set.
           FIND-LAST-EFFECTIVE.
               MOVE SPACES TO WS-LAST-EFF-DATE
               MOVE "N" TO WS-DEPTAUTH-EOF
               OPEN INPUT DEPTAUTH-FILE
               IF WS-DEPTAUTH-STATUS = "35"
                   MOVE "Y" TO WS-DEPTAUTH-EOF
               END-IF
               PERFORM UNTIL WS-DEPTAUTH-EOF = "Y"
                   READ DEPTAUTH-FILE
                       AT END
                           MOVE "Y" TO WS-DEPTAUTH-EOF
                       NOT AT END
                           IF DA-DEPT-CODE = DeptCode
                                   AND DA-EFFECTIVE-DATE
                                       > WS-LAST-EFF-DATE
                               MOVE DA-EFFECTIVE-DATE
                                   TO WS-LAST-EFF-DATE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DEPTAUTH-STATUS NOT = "35"
                   CLOSE DEPTAUTH-FILE
               END-IF
               .

      * Writes the change to DEPTAUTH and carries the result on the
      * department record - spaces in the effective date for a
      * withdrawal.
           APPLY-ESTABLISHMENT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE DeptCode TO DA-DEPT-CODE
               MOVE WS-AUTH-EFF-DATE TO DA-EFFECTIVE-DATE
               IF DEPT-AUTH-EFF-DATE = SPACES
                   MOVE 0 TO DA-OLD-COUNT
               ELSE
                   MOVE DEPT-AUTH-COUNT TO DA-OLD-COUNT
               END-IF
               IF WS-AUTH-WITHDRAW = "Y"
                   MOVE "W" TO DA-ACTION
                   MOVE 0 TO DA-NEW-COUNT
                   MOVE 0 TO DEPT-AUTH-COUNT
                   MOVE SPACES TO DEPT-AUTH-EFF-DATE
                   MOVE SPACES TO DEPT-AUTH-BY
               ELSE
                   MOVE "S" TO DA-ACTION
                   MOVE WS-AUTH-COUNT TO DA-NEW-COUNT
                   MOVE WS-AUTH-COUNT TO DEPT-AUTH-COUNT
                   MOVE WS-AUTH-EFF-DATE TO DEPT-AUTH-EFF-DATE
                   MOVE WS-SIGNON-ID TO DEPT-AUTH-BY
               END-IF
               MOVE WS-SIGNON-ID TO DA-APPROVED-BY
               MOVE WS-CURRENT-DATE TO DA-SET-DATE
               MOVE WS-CURRENT-TIME TO DA-SET-TIME
               PERFORM WRITE-DEPTAUTH
               REWRITE DEPARTMENT-RECORD
               IF WS-AUTH-WITHDRAW = "Y"
                   DISPLAY "Establishment of " DeptCode " withdrawn"
               ELSE
                   DISPLAY "Authorised headcount of " DeptCode
                       " set to " WS-AUTH-COUNT
               END-IF
               .

      * A department deleted or merged away takes its establishment
      * with it: a "W" record dated the business date closes it on
      * DEPTAUTH so the establishment report stops counting it.
      * The caller has the department record in the record area.
           WITHDRAW-ON-REMOVAL.
               IF DEPT-AUTH-EFF-DATE NOT = SPACES
                   MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE DeptCode TO DA-DEPT-CODE
                   MOVE WS-CURRENT-DATE TO DA-EFFECTIVE-DATE
                   MOVE "W" TO DA-ACTION
                   MOVE DEPT-AUTH-COUNT TO DA-OLD-COUNT
                   MOVE 0 TO DA-NEW-COUNT
                   MOVE WS-SIGNON-ID TO DA-APPROVED-BY
                   MOVE WS-CURRENT-DATE TO DA-SET-DATE
                   MOVE WS-CURRENT-TIME TO DA-SET-TIME
                   PERFORM WRITE-DEPTAUTH
               END-IF
               .

      * Appends the record staged in DEPT-AUTH-RECORD; OPEN EXTEND
      * does not create a missing DEPTAUTH, the same handling
      * OPEN-DEPTIMP-EXTEND gives DEPTIMP.
           WRITE-DEPTAUTH.
               OPEN EXTEND DEPTAUTH-FILE
               IF WS-DEPTAUTH-STATUS = "35"
                   OPEN OUTPUT DEPTAUTH-FILE
                   CLOSE DEPTAUTH-FILE
                   OPEN EXTEND DEPTAUTH-FILE
               END-IF
               WRITE DEPT-AUTH-RECORD
               CLOSE DEPTAUTH-FILE
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
