               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTRMW-STATUS.

           SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITLOG-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST-FILE.
       FD EMPTRMW-FILE.
       01 EMP-TERM-WORK-RECORD PIC X(80).

       FD VISITLOG-FILE.
       COPY VISITR.

       FD LEAVE-FILE.
       COPY LEAVER.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 EmpId PIC 9(6) VALUE 0.
       01 EmpName PIC X(30).
       01 WS-MATCH-COUNT PIC 9(4) VALUE 0.
       01 WS-PICKED-ACTION PIC X VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * work fields for stamping the GREETLOG sign-in record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-OPER-AUTH PIC X VALUE "O".

      * establishment check on an add or rehire: the department the
      * employee is going into and its active employees now, and
      * whether the employee may go in - a department already at
      * the authorised headcount DeptMnt set takes nobody more
      * without a supervisor override, keyed the way Calc clears a
      * stuck batch window
       01 WS-EST-DEPT PIC X(03) VALUE SPACE.
       01 WS-DEPT-ACTIVE PIC 9(5) VALUE 0.
       01 WS-EST-ALLOWED PIC X VALUE "Y".
       01 WS-OVERRIDE-CHOICE PIC X VALUE SPACE.
       01 WS-OVERRIDE-ID PIC X(08) VALUE SPACE.
       01 WS-OVERRIDE-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-OVERRIDE-OK PIC X VALUE "N".

      * the security journal entry for the override check and for
      * the override itself, handed to SecLog
       COPY SECEVTR.

      * change-history work fields: the action being recorded, and
      * the before image of the EMPLOYEE-RECORD captured right
      * after the READ so WRITE-EMP-HISTORY still has it once the
           05 WS-OLD-STATUS PIC X(01) VALUE SPACE.
           05 WS-OLD-TERM-DATE PIC X(08) VALUE SPACE.
           05 WS-OLD-DEPT PIC X(03) VALUE SPACE.
       01 WS-OLD-REPORTS-TO PIC X(06) VALUE SPACE.
       01 WS-TRAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-TRAIL-EMP-ID PIC 9(6) VALUE 0.

      * already right
       01 WS-FIELD-DONE PIC X VALUE "N".

      * reports-to work fields: the manager ID keyed for an add or
      * update, judged against EMPMAST - on file, active, not the
      * employee being maintained, and not reporting (however far
      * up the chain) to that employee, which would close a loop.
      * The chain walk reads EMPMAST into the record area, so an
      * update holds the employee in WS-HELD-EMPLOYEE across the
      * check and puts it back before the REWRITE; the walk is
      * capped so a loop already on file elsewhere cannot hang the
      * terminal.  The counts tell a supervisor terminating a
      * manager who is left to reassign.
       01 WS-REPORTS-TO PIC X(06) VALUE SPACE.
       01 WS-NEW-REPORTS-TO PIC X(06) VALUE SPACE.
       01 WS-SELF-ID PIC X(06) VALUE SPACE.
       01 WS-MANAGER-VALID PIC X VALUE "N".
       01 WS-CHAIN-ID PIC X(06) VALUE SPACE.
       01 WS-CHAIN-DEPTH PIC 9(4) VALUE 0.
       01 WS-MAX-CHAIN-DEPTH PIC 9(4) VALUE 500.
       01 WS-HELD-EMPLOYEE PIC X(62) VALUE SPACE.
       01 WS-DIRECT-REPORTS PIC 9(4) VALUE 0.

      * rehire work fields: the last unrehired EMPTERM record found
      * for the keyed ID (the append order makes the last match the
      * most recent termination), held across the scan so the
           05 WS-HELD-EH-TERM-DATE PIC X(08) VALUE SPACE.
           05 WS-HELD-EH-DEPT PIC X(03) VALUE SPACE.

      * visitor register work fields: a sign-in name not on EMPMAST
      * is asked whether it is a visitor or contractor (or an
      * employee not keyed yet, or a typo to re-key), and a visitor
      * is captured onto VISITLOG with a company, a host employee,
      * a badge and an expected departure.  WS-VISIT-STATE is what
      * the register says about the keyed name - "O" on site, "N"
      * signed out with the badge still out, space neither - and
      * WS-HELD-VISIT keeps that visit's latest record for the
      * departure or badge-return record built from it.
       01 WS-VISITLOG-STATUS PIC X(2) VALUE "00".
       01 WS-VISITLOG-EOF PIC X VALUE "N".
       01 WS-NOT-EMPLOYEE-CHOICE PIC X VALUE SPACE.
       01 WS-VISIT-STATE PIC X VALUE SPACE.
       01 WS-HELD-VISIT PIC X(106) VALUE SPACE.
       01 WS-VISITOR-TYPE PIC X VALUE SPACE.
       01 WS-VISITOR-COMPANY PIC X(30) VALUE SPACE.
       01 WS-HOST-EMP-ID PIC 9(6) VALUE 0.
       01 WS-HOST-DEPT PIC X(3) VALUE SPACE.
       01 WS-BADGE-NO PIC X(6) VALUE SPACE.
       01 WS-BADGE-HOLDER PIC X(30) VALUE SPACE.
       01 WS-BADGE-ANSWER PIC X VALUE SPACE.
       01 WS-EXPECTED-OUT PIC X(4) VALUE SPACE.
       01 WS-EXP-HH PIC 9(2) VALUE 0.
       01 WS-EXP-MM PIC 9(2) VALUE 0.
       01 WS-VISIT-FIELD-VALID PIC X VALUE "N".

      * leave booking work fields: the absence being booked or
      * cancelled, and the bookings already standing for the keyed
      * employee - the latest LEAVE record for each start date, "B"
      * still booked or "C" cancelled - gathered for the overlap
      * check and the cancellation lookup
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-EOF PIC X VALUE "N".
       01 WS-LEAVE-ACTION PIC X VALUE SPACE.
       01 WS-LEAVE-TYPE PIC X VALUE SPACE.
       01 WS-LEAVE-START PIC X(08) VALUE SPACE.
       01 WS-LEAVE-END PIC X(08) VALUE SPACE.
       01 WS-LEAVE-FIELD-VALID PIC X VALUE "N".
       01 WS-LEAVE-OVERLAP PIC X VALUE "N".
       01 WS-BOOKING-FOUND PIC X VALUE "N".
       01 WS-HELD-LEAVE PIC X(48) VALUE SPACE.
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-COUNT PIC 9(3) VALUE 0.
           05 WS-BOOKING-ENTRY OCCURS 200 TIMES INDEXED BY BKG-IDX.
               10 WS-BKG-TYPE              PIC X(01).
               10 WS-BKG-START             PIC X(08).
               10 WS-BKG-END               PIC X(08).
               10 WS-BKG-STATUS            PIC X(01).

       LINKAGE SECTION.
      * Receives the signed-on operator ID from Menu's CALL (or a
      * JCL EXEC PGM=...,PARM='operid'), in the same length-prefixed
       PROCEDURE DIVISION USING LK-OPER-AREA.
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM RESOLVE-OPERATOR-AUTH
           PERFORM READ-BUSINESS-DATE
           DISPLAY "Welcome to COBOL!".
           PERFORM OPEN-EMPMAST.
           PERFORM OPEN-GREETLOG.
               DISPLAY "8. Find employee by name"
               DISPLAY "9. Change history for employee"
               DISPLAY "10. Rehire employee"
               DISPLAY "11. Book or cancel leave"
               DISPLAY "12. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT MenuChoice

                   WHEN "10"
                       PERFORM REHIRE-EMPLOYEE
                   WHEN "11"
                       PERFORM MAINTAIN-LEAVE
                   WHEN "12"
                       MOVE "Y" TO QuitFlag
                   WHEN OTHER
                       DISPLAY "Invalid selection, try again"
               MOVE EMP-STATUS TO WS-OLD-STATUS
               MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE
               MOVE EMP-DEPT-CODE TO WS-OLD-DEPT
               MOVE EMP-REPORTS-TO TO WS-OLD-REPORTS-TO
               .

      * Appends the change just applied to EMPHIST with its before
      * WS-HIST-ACTION and (except for an add) captured the old
      * image before prompting.
           WRITE-EMP-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE EMP-ID TO CH-EMP-ID
               MOVE WS-HIST-ACTION TO CH-ACTION
               MOVE WS-OPERATOR-ID TO CH-CHANGED-BY
               IF WS-HIST-ACTION = "A"
                   MOVE SPACES TO CH-OLD-IMAGE
                   MOVE SPACES TO CH-OLD-REPORTS-TO
               ELSE
                   MOVE WS-OLD-NAME TO CH-OLD-NAME
                   MOVE WS-OLD-DOB TO CH-OLD-DOB
                   MOVE WS-OLD-STATUS TO CH-OLD-STATUS
                   MOVE WS-OLD-TERM-DATE TO CH-OLD-TERM-DATE
                   MOVE WS-OLD-DEPT TO CH-OLD-DEPT
                   MOVE WS-OLD-REPORTS-TO TO CH-OLD-REPORTS-TO
               END-IF
               MOVE EMP-NAME TO CH-NEW-NAME
               MOVE EMP-DOB TO CH-NEW-DOB
               MOVE EMP-STATUS TO CH-NEW-STATUS
               MOVE EMP-TERM-DATE TO CH-NEW-TERM-DATE
               MOVE EMP-DEPT-CODE TO CH-NEW-DEPT
               MOVE EMP-REPORTS-TO TO CH-NEW-REPORTS-TO
               WRITE EMP-HISTORY-RECORD
               .

               IF CH-ACTION NOT = "A"
                   DISPLAY "  was: " CH-OLD-NAME " "
                       CH-OLD-DOB " " CH-OLD-STATUS " "
                       CH-OLD-TERM-DATE " " CH-OLD-DEPT " "
                       CH-OLD-REPORTS-TO
               END-IF
               DISPLAY "  now: " CH-NEW-NAME " "
                   CH-NEW-DOB " " CH-NEW-STATUS " "
                   CH-NEW-TERM-DATE " " CH-NEW-DEPT " "
                   CH-NEW-REPORTS-TO
               .

           GET_NAME.
      * bounds checks; WS-COMPUTED-AGE is the displayable 0-99
      * value.
           COMPUTE-AGE-FROM-DOB.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE TO WS-TODAY-NUM
               COMPUTE WS-AGE-WORK =
                   (WS-TODAY-NUM - WS-DOB-NUM) / 10000
               END-PERFORM
               .

      * Accepts the manager the new employee reports to, re-
      * prompting until it is blank (no manager) or passes
      * CHECK-REPORTS-TO.  The checks read EMPMAST into the record
      * area, which ADD-EMPLOYEE only fills after this returns.
           GET_MANAGER.
               MOVE EmpId TO WS-SELF-ID
               MOVE "N" TO WS-MANAGER-VALID
               PERFORM UNTIL WS-MANAGER-VALID = "Y"
                   DISPLAY "Reports to employee ID (blank for none): "
                   ACCEPT WS-REPORTS-TO
                   IF WS-REPORTS-TO = SPACES
                           OR WS-REPORTS-TO = "0"
                       MOVE SPACES TO WS-REPORTS-TO
                       MOVE "Y" TO WS-MANAGER-VALID
                   ELSE
                       PERFORM CHECK-REPORTS-TO
                   END-IF
               END-PERFORM
               .

      * Captures the keyed fields for an add; maintenance no
      * longer writes a GREETLOG record - sign-ins go through the
      * menu's sign-in option, so the attendance history carries
      * arrivals only.
           GET_EMP_INFO.
               PERFORM GET_NAME
               PERFORM GET_AGE
               PERFORM GET_DEPT
               PERFORM GET_MANAGER.

      * Records an arrival: the keyed name gets an "I" record on
      * GREETLOG, with the age derived from the EMPMAST record
      * matching that name.  A name not on the master is asked
      * about first rather than logged as a ghost.
           SIGN-IN-EMPLOYEE.
               DISPLAY "Name signing in: "
               ACCEPT EmpName
               MOVE EmpName TO EMP-NAME
               READ EMPMAST-FILE KEY IS EMP-NAME
                   INVALID KEY
                       PERFORM SIGN-IN-NOT-ON-FILE
                   NOT INVALID KEY
                       PERFORM COMPUTE-RECORD-AGE
                       MOVE WS-COMPUTED-AGE TO EmpAge
                       PERFORM WRITE-GREET-LOG
                       DISPLAY "Signed in " EmpName
               END-READ
               .

      * A name EMPMAST does not know is a visitor or contractor (to
      * the visitor register), an employee whose master record is
      * not keyed yet (to GREETLOG with age zero, as before - the
      * attendance report lists it as a ghost), or a typo, which
      * signs nothing in so it can be re-keyed.
           SIGN-IN-NOT-ON-FILE.
               DISPLAY EmpName " is not on the employee master"
               DISPLAY "(V)isitor or contractor, (E)mployee not yet "
                   "on file, or (R)e-key the name: "
               ACCEPT WS-NOT-EMPLOYEE-CHOICE
               EVALUATE WS-NOT-EMPLOYEE-CHOICE
                   WHEN "V"
                   WHEN "v"
                       PERFORM SIGN-IN-VISITOR
                   WHEN "E"
                   WHEN "e"
                       MOVE 0 TO EmpAge
                       PERFORM WRITE-GREET-LOG
                       DISPLAY "Signed in " EmpName
                   WHEN OTHER
                       DISPLAY "Nothing signed in - check the "
                           "spelling and sign in again"
               END-EVALUATE
               .

      * Captures a visitor or contractor onto VISITLOG: type,
      * company, the host employee they are here to see, the badge
      * issued and when they expect to leave.  A visitor already on
      * site under the same name is not signed in twice.
           SIGN-IN-VISITOR.
               PERFORM FIND-VISITOR-BY-NAME
               IF WS-VISIT-STATE = "O"
                   MOVE WS-HELD-VISIT TO VISITOR-LOG-RECORD
                   DISPLAY EmpName " is already on site on badge "
                       VL-BADGE-NO
               ELSE
                   PERFORM GET-VISITOR-TYPE
                   PERFORM GET-VISITOR-COMPANY
                   PERFORM GET-HOST-EMPLOYEE
                   PERFORM GET-BADGE-NUMBER
                   PERFORM GET-EXPECTED-DEPARTURE
                   MOVE SPACES TO VISITOR-LOG-RECORD
                   MOVE "I" TO VL-RECORD-TYPE
                   MOVE WS-BADGE-NO TO VL-BADGE-NO
                   MOVE EmpName TO VL-VISITOR-NAME
                   MOVE WS-VISITOR-TYPE TO VL-VISITOR-TYPE
                   MOVE WS-VISITOR-COMPANY TO VL-COMPANY
                   MOVE WS-HOST-EMP-ID TO VL-HOST-EMP-ID
                   MOVE WS-HOST-DEPT TO VL-HOST-DEPT
                   MOVE WS-EXPECTED-OUT TO VL-EXPECTED-OUT
                   PERFORM WRITE-VISITOR-LOG
                   DISPLAY "Signed in " EmpName " on badge "
                       WS-BADGE-NO
               END-IF
               .

           GET-VISITOR-TYPE.
               MOVE "N" TO WS-VISIT-FIELD-VALID
               PERFORM UNTIL WS-VISIT-FIELD-VALID = "Y"
                   DISPLAY "(V)isitor or (C)ontractor: "
                   ACCEPT WS-VISITOR-TYPE
                   EVALUATE WS-VISITOR-TYPE
                       WHEN "V"
                       WHEN "C"
                           MOVE "Y" TO WS-VISIT-FIELD-VALID
                       WHEN "v"
                           MOVE "V" TO WS-VISITOR-TYPE
                           MOVE "Y" TO WS-VISIT-FIELD-VALID
                       WHEN "c"
                           MOVE "C" TO WS-VISITOR-TYPE
                           MOVE "Y" TO WS-VISIT-FIELD-VALID
                       WHEN OTHER
                           DISPLAY "Enter V or C"
                   END-EVALUATE
               END-PERFORM
               .

           GET-VISITOR-COMPANY.
               MOVE SPACES TO WS-VISITOR-COMPANY
               PERFORM UNTIL WS-VISITOR-COMPANY NOT = SPACES
                   DISPLAY "Company: "
                   ACCEPT WS-VISITOR-COMPANY
                   IF WS-VISITOR-COMPANY = SPACES
                       DISPLAY "Company required, please re-enter"
                   END-IF
               END-PERFORM
               .

      * The host must be an active employee on EMPMAST; their
      * department is carried onto the visit for the per-department
      * count and the evacuation roll.
           GET-HOST-EMPLOYEE.
               MOVE "N" TO WS-VISIT-FIELD-VALID
               PERFORM UNTIL WS-VISIT-FIELD-VALID = "Y"
                   DISPLAY "Host employee ID: "
                   ACCEPT WS-HOST-EMP-ID
                   MOVE WS-HOST-EMP-ID TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           DISPLAY "Employee " WS-HOST-EMP-ID
                               " not on file, please re-enter"
                       NOT INVALID KEY
                           IF EMP-STATUS = "T"
                               DISPLAY "Employee " WS-HOST-EMP-ID
                                   " is terminated, please re-enter"
                           ELSE
                               DISPLAY "Host: " EMP-NAME
                               MOVE EMP-DEPT-CODE TO WS-HOST-DEPT
                               MOVE "Y" TO WS-VISIT-FIELD-VALID
                           END-IF
                   END-READ
               END-PERFORM
               .

      * A badge still out - issued to someone on site, or never
      * handed back - cannot be issued again.
           GET-BADGE-NUMBER.
               MOVE "N" TO WS-VISIT-FIELD-VALID
               PERFORM UNTIL WS-VISIT-FIELD-VALID = "Y"
                   DISPLAY "Badge number: "
                   ACCEPT WS-BADGE-NO
                   IF WS-BADGE-NO = SPACES
                       DISPLAY "Badge number required, please "
                           "re-enter"
                   ELSE
                       PERFORM FIND-BADGE-HOLDER
                       IF WS-BADGE-HOLDER = SPACES
                           MOVE "Y" TO WS-VISIT-FIELD-VALID
                       ELSE
                           DISPLAY "Badge " WS-BADGE-NO
                               " is still out to " WS-BADGE-HOLDER
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Expected departure as HHMM on the 24-hour clock.
           GET-EXPECTED-DEPARTURE.
               MOVE "N" TO WS-VISIT-FIELD-VALID
               PERFORM UNTIL WS-VISIT-FIELD-VALID = "Y"
                   DISPLAY "Expected departure time (HHMM): "
                   ACCEPT WS-EXPECTED-OUT
                   IF WS-EXPECTED-OUT IS NUMERIC
                       MOVE WS-EXPECTED-OUT(1:2) TO WS-EXP-HH
                       MOVE WS-EXPECTED-OUT(3:2) TO WS-EXP-MM
                       IF WS-EXP-HH <= 23 AND WS-EXP-MM <= 59
                           MOVE "Y" TO WS-VISIT-FIELD-VALID
                       END-IF
                   END-IF
                   IF WS-VISIT-FIELD-VALID NOT = "Y"
                       DISPLAY "Invalid time, please re-enter"
                   END-IF
               END-PERFORM
               .

      * Passes VISITLOG for the keyed name's latest record: an
      * arrival means on site, a departure with the badge kept
      * means the badge is still out, anything else means no open
      * visit.  A missing VISITLOG has no visits on it.
           FIND-VISITOR-BY-NAME.
               MOVE SPACE TO WS-VISIT-STATE
               MOVE "N" TO WS-VISITLOG-EOF
               OPEN INPUT VISITLOG-FILE
               IF WS-VISITLOG-STATUS = "35"
                   MOVE "Y" TO WS-VISITLOG-EOF
               END-IF
               PERFORM UNTIL WS-VISITLOG-EOF = "Y"
                   READ VISITLOG-FILE
                       AT END
                           MOVE "Y" TO WS-VISITLOG-EOF
                       NOT AT END
                           IF VL-VISITOR-NAME = EmpName
                               PERFORM NOTE-VISIT-STATE
                               MOVE VISITOR-LOG-RECORD
                                   TO WS-HELD-VISIT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-VISITLOG-STATUS NOT = "35"
                   CLOSE VISITLOG-FILE
               END-IF
               .

           NOTE-VISIT-STATE.
               EVALUATE TRUE
                   WHEN VL-RECORD-TYPE = "I"
                       MOVE "O" TO WS-VISIT-STATE
                   WHEN VL-RECORD-TYPE = "O"
                           AND VL-BADGE-RETURNED = "N"
                       MOVE "N" TO WS-VISIT-STATE
                   WHEN OTHER
                       MOVE SPACE TO WS-VISIT-STATE
               END-EVALUATE
               .

      * Passes VISITLOG for the keyed badge's latest record and
      * returns who still holds it, or spaces when it is free.
           FIND-BADGE-HOLDER.
               MOVE SPACES TO WS-BADGE-HOLDER
               MOVE "N" TO WS-VISITLOG-EOF
               OPEN INPUT VISITLOG-FILE
               IF WS-VISITLOG-STATUS = "35"
                   MOVE "Y" TO WS-VISITLOG-EOF
               END-IF
               PERFORM UNTIL WS-VISITLOG-EOF = "Y"
                   READ VISITLOG-FILE
                       AT END
                           MOVE "Y" TO WS-VISITLOG-EOF
                       NOT AT END
                           IF VL-BADGE-NO = WS-BADGE-NO
                               PERFORM NOTE-VISIT-STATE
                               IF WS-VISIT-STATE = SPACE
                                   MOVE SPACES TO WS-BADGE-HOLDER
                               ELSE
                                   MOVE VL-VISITOR-NAME
                                       TO WS-BADGE-HOLDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-VISITLOG-STATUS NOT = "35"
                   CLOSE VISITLOG-FILE
               END-IF
               .

      * Stamps the record staged in VISITOR-LOG-RECORD and appends
      * it to VISITLOG, creating the register on its first visit
      * the way OPEN-GREETLOG creates GREETLOG.
           WRITE-VISITOR-LOG.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-DATE TO VL-LOG-DATE
               MOVE WS-CURRENT-TIME TO VL-LOG-TIME
               MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
               MOVE VISITOR-LOG-RECORD TO WS-HELD-VISIT
               OPEN EXTEND VISITLOG-FILE
               IF WS-VISITLOG-STATUS = "35"
                   OPEN OUTPUT VISITLOG-FILE
                   CLOSE VISITLOG-FILE
                   OPEN EXTEND VISITLOG-FILE
               END-IF
               MOVE WS-HELD-VISIT TO VISITOR-LOG-RECORD
               WRITE VISITOR-LOG-RECORD
               CLOSE VISITLOG-FILE
               .

      * Appends this sign-in to the daily GREETLOG history file so
      * there is a durable attendance record of who came through
      * Greet, and when.
           WRITE-GREET-LOG.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE EmpName TO GL-EMP-NAME
               MOVE EmpAge TO GL-EMP-AGE
               WRITE GREET-LOG-RECORD
               .

      * Records a departure.  A name not on EMPMAST with a visit
      * open on VISITLOG is a visitor leaving (or handing back a
      * badge kept at sign-out); anyone else gets a paired "O"
      * record on GREETLOG.
           SIGN-OUT-EMPLOYEE.
               DISPLAY "Name signing out: "
               ACCEPT EmpName
               MOVE SPACE TO WS-VISIT-STATE
               MOVE EmpName TO EMP-NAME
               READ EMPMAST-FILE KEY IS EMP-NAME
                   INVALID KEY
                       PERFORM FIND-VISITOR-BY-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-VISIT-STATE
                   WHEN "O"
                       PERFORM SIGN-OUT-VISITOR
                   WHEN "N"
                       PERFORM RETURN-VISITOR-BADGE
                   WHEN OTHER
                       PERFORM WRITE-GREET-SIGN-OUT
               END-EVALUATE
               .

      * The visitor's departure closes the visit; the badge is
      * closed with it if handed back, and otherwise stays on the
      * end-of-day badges-not-returned list.
           SIGN-OUT-VISITOR.
               MOVE WS-HELD-VISIT TO VISITOR-LOG-RECORD
               DISPLAY "Badge " VL-BADGE-NO " returned (Y/N)? "
               ACCEPT WS-BADGE-ANSWER
               MOVE "O" TO VL-RECORD-TYPE
               IF WS-BADGE-ANSWER = "Y" OR WS-BADGE-ANSWER = "y"
                   MOVE "Y" TO VL-BADGE-RETURNED
               ELSE
                   MOVE "N" TO VL-BADGE-RETURNED
                   DISPLAY "** Badge " VL-BADGE-NO " not returned"
               END-IF
               PERFORM WRITE-VISITOR-LOG
               DISPLAY "Goodbye " EmpName
               .

      * A visitor already signed out comes back with the badge
      * they kept.
           RETURN-VISITOR-BADGE.
               MOVE WS-HELD-VISIT TO VISITOR-LOG-RECORD
               DISPLAY EmpName " signed out without returning badge "
                   VL-BADGE-NO
               DISPLAY "Badge returned now (Y/N)? "
               ACCEPT WS-BADGE-ANSWER
               IF WS-BADGE-ANSWER = "Y" OR WS-BADGE-ANSWER = "y"
                   MOVE WS-HELD-VISIT TO VISITOR-LOG-RECORD
                   MOVE "B" TO VL-RECORD-TYPE
                   MOVE SPACE TO VL-BADGE-RETURNED
                   PERFORM WRITE-VISITOR-LOG
                   DISPLAY "Badge " VL-BADGE-NO " returned"
               ELSE
                   DISPLAY "Nothing recorded"
               END-IF
               .

      * The employee's departure: a paired "O" record on GREETLOG
      * so the hours-on-site report can match it to the day's
      * sign-in, and payroll stops guessing when people left.  The
      * age byte is zero on the way out - it was captured on the
      * way in.
           WRITE-GREET-SIGN-OUT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE EmpName TO GL-EMP-NAME
               MOVE 0 TO GL-EMP-AGE
               DISPLAY "Goodbye " EmpName
               .

      * The establishment check scans EMPMAST, so it runs before
      * the record area is filled for the WRITE.
           ADD-EMPLOYEE.
               DISPLAY "Enter employee ID: "
               ACCEPT EmpId
               PERFORM GET_EMP_INFO
               MOVE EmpDept TO WS-EST-DEPT
               PERFORM CHECK-ESTABLISHMENT
               IF WS-EST-ALLOWED NOT = "Y"
                   DISPLAY "Employee " EmpId " not added"
               ELSE
                   MOVE EmpId TO EMP-ID
                   MOVE EmpName TO EMP-NAME
                   MOVE EmpDob TO EMP-DOB
                   MOVE "A" TO EMP-STATUS
                   MOVE SPACES TO EMP-TERM-DATE
                   MOVE EmpDept TO EMP-DEPT-CODE
                   MOVE WS-REPORTS-TO TO EMP-REPORTS-TO
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "Employee ID " EmpId
                               " already on file"
                       NOT INVALID KEY
                           MOVE "A" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           DISPLAY "Employee " EmpId " added"
                   END-WRITE
               END-IF
               .

      * Sets WS-EST-ALLOWED for taking one more employee into
      * WS-EST-DEPT.  A department with no establishment set, not
      * on DEPTMAST, or no DEPTMAST at all is not checked; one
      * whose active employees already reach its authorised
      * headcount is refused unless a supervisor overrides, and
      * the override is journaled.
           CHECK-ESTABLISHMENT.
               MOVE "Y" TO WS-EST-ALLOWED
               IF WS-DEPTMAST-AVAILABLE = "Y"
                   MOVE WS-EST-DEPT TO DEPT-CODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO DEPT-AUTH-EFF-DATE
                   END-READ
                   IF DEPT-AUTH-EFF-DATE NOT = SPACES
                       PERFORM COUNT-DEPT-ACTIVE
                       IF WS-DEPT-ACTIVE >= DEPT-AUTH-COUNT
                           PERFORM OFFER-ESTABLISHMENT-OVERRIDE
                       END-IF
                   END-IF
               END-IF
               .

      * Counts the active EMPMAST records in WS-EST-DEPT - the
      * count HcSnap snapshots.
           COUNT-DEPT-ACTIVE.
               MOVE 0 TO WS-DEPT-ACTIVE
               MOVE 0 TO EMP-ID
               START EMPMAST-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       MOVE "10" TO WS-EMPMAST-STATUS
               END-START
               PERFORM UNTIL WS-EMPMAST-STATUS NOT = "00"
                   READ EMPMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPMAST-STATUS
                       NOT AT END
                           IF EMP-DEPT-CODE = WS-EST-DEPT
                                   AND EMP-STATUS NOT = "T"
                               ADD 1 TO WS-DEPT-ACTIVE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-EMPMAST-STATUS
               .

      * The department is full: say so, and let a supervisor
      * approve going over the establishment; anyone else leaves
      * the employee out.
           OFFER-ESTABLISHMENT-OVERRIDE.
               MOVE "N" TO WS-EST-ALLOWED
               DISPLAY "** Department " WS-EST-DEPT " has "
                   WS-DEPT-ACTIVE " active employee(s) - authorised "
                   "headcount " DEPT-AUTH-COUNT
               DISPLAY "Supervisor override to go over "
                   "establishment (Y/N): "
               ACCEPT WS-OVERRIDE-CHOICE
               IF WS-OVERRIDE-CHOICE = "Y"
                       OR WS-OVERRIDE-CHOICE = "y"
                   PERFORM CHECK-OVERRIDE-SUPERVISOR
                   IF WS-OVERRIDE-OK = "Y"
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-OVERRIDE-ID TO SE-OPERATOR-ID
                       MOVE EmpId TO SE-TARGET-ID
                       MOVE SPACES TO SE-DETAIL
                       STRING "OVER ESTABLISHMENT DEPT "
                           WS-EST-DEPT DELIMITED BY SIZE
                           INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-SECURITY-EVENT
                       MOVE "Y" TO WS-EST-ALLOWED
                   ELSE
                       DISPLAY "Override refused"
                   END-IF
               END-IF
               .

      * One try at a supervisor check for the override: the keyed
      * ID must be an active OPERMAST record with OP-AUTH-LEVEL
      * "S" and a matching password (spaces on file accepts with a
      * warning, the same allowance Menu's sign-on makes).  No
      * OPERMAST yet waives the check, as everywhere else.  The
      * outcome is journaled to SECJRNL against the desk operator
      * the override was keyed for.
           CHECK-OVERRIDE-SUPERVISOR.
               MOVE "N" TO WS-OVERRIDE-OK
               DISPLAY "Supervisor operator ID: "
               ACCEPT WS-OVERRIDE-ID
               DISPLAY "Password: "
               ACCEPT WS-OVERRIDE-PASSWORD
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - override waived"
                   MOVE "Y" TO WS-OVERRIDE-OK
                   MOVE "Y" TO WS-OPERMAST-EOF
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               END-IF
               PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                   READ OPERMAST-FILE
                       AT END
                           MOVE "Y" TO WS-OPERMAST-EOF
                       NOT AT END
                           IF OP-ID = WS-OVERRIDE-ID
                               PERFORM JUDGE-OVERRIDE-MATCH
                               MOVE "Y" TO WS-OPERMAST-EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OPERMAST-STATUS NOT = "35"
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-OVERRIDE-ID TO SE-OPERATOR-ID
               MOVE WS-OPERATOR-ID TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out
      * or without supervisor authority, accepted when the password
      * matches (or the record has none yet), otherwise a wrong
      * password, which counts toward the lockout.
           JUDGE-OVERRIDE-MATCH.
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
                       MOVE "Y" TO WS-OVERRIDE-OK
                       MOVE "SB" TO SE-EVENT-TYPE
                       MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                   WHEN OP-PASSWORD = WS-OVERRIDE-PASSWORD
                       MOVE "Y" TO WS-OVERRIDE-OK
                       MOVE "SS" TO SE-EVENT-TYPE
                       MOVE "OVERRIDE SUPERVISOR CHECK" TO SE-DETAIL
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the desk is told so.
           LOG-SECURITY-EVENT.
               MOVE "GREET" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

           UPDATE-EMPLOYEE.
                       PERFORM GET-UPDATED-NAME
                       PERFORM GET-UPDATED-DOB
                       PERFORM GET-UPDATED-DEPT
                       PERFORM GET-UPDATED-MANAGER
                       REWRITE EMPLOYEE-RECORD
                       MOVE "U" TO WS-HIST-ACTION
                       PERFORM WRITE-EMP-HISTORY
               END-PERFORM
               .

      * A new manager gets the CHECK-REPORTS-TO judgment GET_MANAGER
      * applies on an add; "0" takes the manager off.  The checks
      * read other employees into the record area, so the employee
      * being updated is held aside and put back when the prompt
      * settles.
           GET-UPDATED-MANAGER.
               MOVE EMPLOYEE-RECORD TO WS-HELD-EMPLOYEE
               MOVE EMP-ID TO WS-SELF-ID
               MOVE EMP-REPORTS-TO TO WS-NEW-REPORTS-TO
               MOVE "N" TO WS-FIELD-DONE
               PERFORM UNTIL WS-FIELD-DONE = "Y"
                   DISPLAY "Reports to (" WS-NEW-REPORTS-TO
                       ") - blank keeps, 0 for none: "
                   ACCEPT WS-REPORTS-TO
                   EVALUATE TRUE
                       WHEN WS-REPORTS-TO = SPACES
                           MOVE "Y" TO WS-FIELD-DONE
                       WHEN WS-REPORTS-TO = "0"
                           MOVE SPACES TO WS-NEW-REPORTS-TO
                           MOVE "Y" TO WS-FIELD-DONE
                       WHEN OTHER
                           PERFORM CHECK-REPORTS-TO
                           IF WS-MANAGER-VALID = "Y"
                               MOVE WS-REPORTS-TO TO WS-NEW-REPORTS-TO
                               MOVE "Y" TO WS-FIELD-DONE
                           END-IF
                   END-EVALUATE
               END-PERFORM
               MOVE WS-HELD-EMPLOYEE TO EMPLOYEE-RECORD
               MOVE WS-NEW-REPORTS-TO TO EMP-REPORTS-TO
               .

      * Judges the manager ID in WS-REPORTS-TO for the employee in
      * WS-SELF-ID: six digits, not the employee's own ID, and an
      * active employee on EMPMAST whose own chain of managers does
      * not lead back to the employee.
           CHECK-REPORTS-TO.
               MOVE "N" TO WS-MANAGER-VALID
               EVALUATE TRUE
                   WHEN WS-REPORTS-TO NOT NUMERIC
                       DISPLAY "Manager ID must be six digits, "
                           "please re-enter"
                   WHEN WS-REPORTS-TO = WS-SELF-ID
                       DISPLAY "An employee cannot report to "
                           "themselves, please re-enter"
                   WHEN OTHER
                       MOVE WS-REPORTS-TO TO EMP-ID
                       READ EMPMAST-FILE
                           INVALID KEY
                               DISPLAY "Employee " WS-REPORTS-TO
                                   " not on file, please re-enter"
                           NOT INVALID KEY
                               IF EMP-STATUS = "T"
                                   DISPLAY "Employee " WS-REPORTS-TO
                                       " is terminated, please "
                                       "re-enter"
                               ELSE
                                   DISPLAY "Reports to: " EMP-NAME
                                   PERFORM WALK-REPORTING-CHAIN
                               END-IF
                       END-READ
               END-EVALUATE
               .

      * Climbs from the manager just read towards the top of the
      * chain; meeting the employee's own ID on the way means the
      * new manager already reports to the employee, however
      * indirectly, and the change would close a loop.  A manager
      * not on file ends the climb - the OrgChart report flags
      * that break on its own.
           WALK-REPORTING-CHAIN.
               MOVE "Y" TO WS-MANAGER-VALID
               MOVE 0 TO WS-CHAIN-DEPTH
               MOVE EMP-REPORTS-TO TO WS-CHAIN-ID
               PERFORM UNTIL WS-CHAIN-ID = SPACES
                       OR WS-MANAGER-VALID = "N"
                       OR WS-CHAIN-DEPTH >= WS-MAX-CHAIN-DEPTH
                   ADD 1 TO WS-CHAIN-DEPTH
                   EVALUATE TRUE
                       WHEN WS-CHAIN-ID = WS-SELF-ID
                           DISPLAY "Employee " WS-REPORTS-TO
                               " already reports to " WS-SELF-ID
                               " - that would make a loop, please "
                               "re-enter"
                           MOVE "N" TO WS-MANAGER-VALID
                       WHEN WS-CHAIN-ID NOT NUMERIC
                           MOVE SPACES TO WS-CHAIN-ID
                       WHEN OTHER
                           MOVE WS-CHAIN-ID TO EMP-ID
                           READ EMPMAST-FILE
                               INVALID KEY
                                   MOVE SPACES TO WS-CHAIN-ID
                               NOT INVALID KEY
                                   MOVE EMP-REPORTS-TO TO WS-CHAIN-ID
                           END-READ
                   END-EVALUATE
               END-PERFORM
               .

           INQUIRE-EMPLOYEE.
               DISPLAY "Enter employee ID to inquire: "
               ACCEPT EmpId
                               " Age: " WS-COMPUTED-AGE " Dept: "
                               EMP-DEPT-CODE
                       END-IF
                       IF EMP-REPORTS-TO NOT = SPACES
                           DISPLAY "    Reports to: " EMP-REPORTS-TO
                       END-IF
               END-READ
               .

                               " already terminated " EMP-TERM-DATE
                       ELSE
                           PERFORM CAPTURE-OLD-IMAGE
                           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
                           MOVE "T" TO EMP-STATUS
                           MOVE WS-CURRENT-DATE TO EMP-TERM-DATE
                           REWRITE EMPLOYEE-RECORD
                           PERFORM WRITE-EMP-HISTORY
                           DISPLAY "Employee " EmpId " terminated "
                               WS-CURRENT-DATE
                           PERFORM NOTE-ORPHANED-REPORTS
                       END-IF
               END-READ
               .

      * Tells the supervisor who a terminated manager leaves behind:
      * the active employees still reporting to them and any
      * department naming them as manager.  Until they are
      * reassigned they stay on the OrgChart report's exceptions.
           NOTE-ORPHANED-REPORTS.
               MOVE EmpId TO WS-SELF-ID
               MOVE 0 TO WS-DIRECT-REPORTS
               MOVE 0 TO EMP-ID
               START EMPMAST-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       MOVE "10" TO WS-EMPMAST-STATUS
               END-START
               PERFORM UNTIL WS-EMPMAST-STATUS NOT = "00"
                   READ EMPMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPMAST-STATUS
                       NOT AT END
                           IF EMP-REPORTS-TO = WS-SELF-ID
                                   AND EMP-STATUS NOT = "T"
                               ADD 1 TO WS-DIRECT-REPORTS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-EMPMAST-STATUS
               IF WS-DIRECT-REPORTS > 0
                   DISPLAY "** " WS-DIRECT-REPORTS " employee(s) "
                       "still report to " EmpId " - reassign them"
               END-IF
               IF WS-DEPTMAST-AVAILABLE = "Y"
                   MOVE LOW-VALUES TO DEPT-CODE
                   START DEPTMAST-FILE KEY IS NOT LESS THAN DEPT-CODE
                       INVALID KEY
                           MOVE "10" TO WS-DEPTMAST-STATUS
                   END-START
                   PERFORM UNTIL WS-DEPTMAST-STATUS NOT = "00"
                       READ DEPTMAST-FILE NEXT
                           AT END
                               MOVE "10" TO WS-DEPTMAST-STATUS
                           NOT AT END
                               IF DEPT-MANAGER-ID = WS-SELF-ID
                                   DISPLAY "** Manager of department "
                                       DEPT-CODE " " DEPT-NAME
                                       " - reassign in DeptMnt"
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-DEPTMAST-STATUS
               END-IF
               .

      * Brings a swept employee back from EMPTERM as an active
      * EMPMAST record - seasonal staff come back every year - and
      * marks the history record rehired so HR can see the full
      * department EMPTERM preserved; a department that died in
      * the meantime shows on the roster report's exceptions page
      * until the update flow fixes it, the same as any other stale
      * code.  The rehire comes back with no manager - whoever they
      * reported to may be gone - and gets one through the update.
           REHIRE-EMPLOYEE.
               DISPLAY "Enter employee ID to rehire: "
               ACCEPT EmpId
      * and flags the EMPTERM record so it is not restored twice.
           RESTORE-FROM-EMPTERM.
               PERFORM FIND-EMPTERM-RECORD
               IF WS-REHIRE-FOUND = "Y"
                   MOVE WS-HELD-EH-DEPT TO WS-EST-DEPT
                   PERFORM CHECK-ESTABLISHMENT
               END-IF
               EVALUATE TRUE
               WHEN WS-REHIRE-FOUND = "N"
                   DISPLAY "No unrehired EMPTERM record for "
                       EmpId
               WHEN WS-EST-ALLOWED NOT = "Y"
                   DISPLAY "Employee " EmpId " not rehired"
               WHEN OTHER
                   MOVE EmpId TO EMP-ID
                   MOVE WS-HELD-EH-NAME TO EMP-NAME
                   MOVE WS-HELD-EH-DOB TO EMP-DOB
                   MOVE "A" TO EMP-STATUS
                   MOVE SPACES TO EMP-TERM-DATE
                   MOVE WS-HELD-EH-DEPT TO EMP-DEPT-CODE
                   MOVE SPACES TO EMP-REPORTS-TO
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY "Employee " EmpId
                           MOVE WS-HELD-EH-TERM-DATE
                               TO WS-OLD-TERM-DATE
                           MOVE WS-HELD-EH-DEPT TO WS-OLD-DEPT
                           MOVE SPACES TO WS-OLD-REPORTS-TO
                           MOVE "R" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           PERFORM MARK-EMPTERM-REHIRED
                               WS-HELD-EH-NAME " dept "
                               WS-HELD-EH-DEPT
                   END-WRITE
               END-EVALUATE
               .

      * Reads EMPTERM front to back holding the last unrehired
      * file and a copy-back, the same two-pass pattern CalcFix
      * uses on CALCEXC.
           MARK-EMPTERM-REHIRED.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               MOVE "N" TO WS-EMPTERM-EOF
               OPEN INPUT EMPTERM-FILE
               OPEN OUTPUT EMPTRMW-FILE
               CLOSE EMPTERM-FILE
               .

      * Books planned leave for an employee, or cancels a booking,
      * on the LEAVE file the attendance report reads to tell
      * authorised absence from unauthorised.  The signed-on
      * operator is the approver of record.  A terminated employee
      * cannot have leave booked, and a new booking may not overlap
      * one still standing for the same employee.
           MAINTAIN-LEAVE.
               DISPLAY "Enter employee ID for leave: "
               ACCEPT EmpId
               MOVE EmpId TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       DISPLAY "Employee " EmpId " not found"
                   NOT INVALID KEY
                       IF EMP-STATUS = "T"
                           DISPLAY "Employee " EmpId
                               " is terminated - leave refused"
                       ELSE
                           DISPLAY "Employee: " EMP-NAME
                           DISPLAY "(B)ook or (C)ancel leave: "
                           ACCEPT WS-LEAVE-ACTION
                           EVALUATE WS-LEAVE-ACTION
                               WHEN "B"
                               WHEN "b"
                                   PERFORM BOOK-LEAVE
                               WHEN "C"
                               WHEN "c"
                                   PERFORM CANCEL-LEAVE
                               WHEN OTHER
                                   DISPLAY "Nothing changed"
                           END-EVALUATE
                       END-IF
               END-READ
               .

           BOOK-LEAVE.
               PERFORM GET-LEAVE-TYPE
               PERFORM GET-LEAVE-DATES
               PERFORM LOAD-LEAVE-BOOKINGS
               MOVE "N" TO WS-LEAVE-OVERLAP
               PERFORM VARYING BKG-IDX FROM 1 BY 1
                       UNTIL BKG-IDX > WS-BOOKING-COUNT
                       OR WS-LEAVE-OVERLAP = "Y"
                   IF WS-BKG-STATUS(BKG-IDX) = "B"
                           AND WS-BKG-START(BKG-IDX) <= WS-LEAVE-END
                           AND WS-BKG-END(BKG-IDX) >= WS-LEAVE-START
                       MOVE "Y" TO WS-LEAVE-OVERLAP
                       DISPLAY "Overlaps leave already booked "
                           WS-BKG-START(BKG-IDX) " thru "
                           WS-BKG-END(BKG-IDX) " - nothing booked"
                   END-IF
               END-PERFORM
               IF WS-LEAVE-OVERLAP = "N"
                   MOVE "B" TO LV-STATUS
                   PERFORM WRITE-LEAVE-RECORD
                   DISPLAY "Leave booked " WS-LEAVE-START " thru "
                       WS-LEAVE-END
               END-IF
               .

      * A booking is cancelled by its first day; the cancellation
      * is appended over it with the booking's own type and dates.
           CANCEL-LEAVE.
               DISPLAY "First day of the leave to cancel "
                   "(YYYYMMDD): "
               ACCEPT WS-LEAVE-START
               PERFORM LOAD-LEAVE-BOOKINGS
               MOVE "N" TO WS-BOOKING-FOUND
               PERFORM VARYING BKG-IDX FROM 1 BY 1
                       UNTIL BKG-IDX > WS-BOOKING-COUNT
                       OR WS-BOOKING-FOUND = "Y"
                   IF WS-BKG-START(BKG-IDX) = WS-LEAVE-START
                           AND WS-BKG-STATUS(BKG-IDX) = "B"
                       MOVE "Y" TO WS-BOOKING-FOUND
                       MOVE WS-BKG-TYPE(BKG-IDX) TO WS-LEAVE-TYPE
                       MOVE WS-BKG-END(BKG-IDX) TO WS-LEAVE-END
                   END-IF
               END-PERFORM
               IF WS-BOOKING-FOUND = "N"
                   DISPLAY "No leave booked from " WS-LEAVE-START
               ELSE
                   MOVE "C" TO LV-STATUS
                   PERFORM WRITE-LEAVE-RECORD
                   DISPLAY "Leave " WS-LEAVE-START " thru "
                       WS-LEAVE-END " cancelled"
               END-IF
               .

           GET-LEAVE-TYPE.
               MOVE "N" TO WS-LEAVE-FIELD-VALID
               PERFORM UNTIL WS-LEAVE-FIELD-VALID = "Y"
                   DISPLAY "Leave type - (H)oliday, (S)ick, "
                       "(T)raining, (O)ther: "
                   ACCEPT WS-LEAVE-TYPE
                   EVALUATE WS-LEAVE-TYPE
                       WHEN "H"
                       WHEN "S"
                       WHEN "T"
                       WHEN "O"
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       WHEN "h"
                           MOVE "H" TO WS-LEAVE-TYPE
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       WHEN "s"
                           MOVE "S" TO WS-LEAVE-TYPE
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       WHEN "t"
                           MOVE "T" TO WS-LEAVE-TYPE
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       WHEN "o"
                           MOVE "O" TO WS-LEAVE-TYPE
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       WHEN OTHER
                           DISPLAY "Enter H, S, T or O"
                   END-EVALUATE
               END-PERFORM
               .

      * Both days must be real calendar dates, the last not before
      * the first; a blank last day books the first day alone.
           GET-LEAVE-DATES.
               MOVE "N" TO WS-LEAVE-FIELD-VALID
               PERFORM UNTIL WS-LEAVE-FIELD-VALID = "Y"
                   DISPLAY "First day of leave (YYYYMMDD): "
                   ACCEPT WS-LEAVE-START
                   MOVE WS-LEAVE-START TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-LEAVE-FIELD-VALID
                   ELSE
                       DISPLAY "Invalid date, please re-enter"
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-LEAVE-FIELD-VALID
               PERFORM UNTIL WS-LEAVE-FIELD-VALID = "Y"
                   DISPLAY "Last day of leave (blank for one day): "
                   ACCEPT WS-LEAVE-END
                   IF WS-LEAVE-END = SPACES
                       MOVE WS-LEAVE-START TO WS-LEAVE-END
                       MOVE "Y" TO WS-LEAVE-FIELD-VALID
                   ELSE
                       MOVE WS-LEAVE-END TO WS-CHECK-DATE
                       PERFORM VALIDATE-CALENDAR-DATE
                       IF WS-DATE-VALID = "Y"
                               AND WS-LEAVE-END >= WS-LEAVE-START
                           MOVE "Y" TO WS-LEAVE-FIELD-VALID
                       ELSE
                           DISPLAY "Invalid date, please re-enter"
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Gathers the keyed employee's bookings from LEAVE in append
      * order, each later record for a start date replacing the
      * one before it.  A missing LEAVE has nothing booked on it.
           LOAD-LEAVE-BOOKINGS.
               MOVE 0 TO WS-BOOKING-COUNT
               MOVE "N" TO WS-LEAVE-EOF
               OPEN INPUT LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
                   MOVE "Y" TO WS-LEAVE-EOF
               END-IF
               PERFORM UNTIL WS-LEAVE-EOF = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-LEAVE-EOF
                       NOT AT END
                           IF LV-EMP-ID = EMP-ID
                               PERFORM NOTE-LEAVE-BOOKING
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LEAVE-STATUS NOT = "35"
                   CLOSE LEAVE-FILE
               END-IF
               .

           NOTE-LEAVE-BOOKING.
               MOVE "N" TO WS-BOOKING-FOUND
               PERFORM VARYING BKG-IDX FROM 1 BY 1
                       UNTIL BKG-IDX > WS-BOOKING-COUNT
                       OR WS-BOOKING-FOUND = "Y"
                   IF WS-BKG-START(BKG-IDX) = LV-START-DATE
                       MOVE "Y" TO WS-BOOKING-FOUND
                       MOVE LV-LEAVE-TYPE TO WS-BKG-TYPE(BKG-IDX)
                       MOVE LV-END-DATE TO WS-BKG-END(BKG-IDX)
                       MOVE LV-STATUS TO WS-BKG-STATUS(BKG-IDX)
                   END-IF
               END-PERFORM
               IF WS-BOOKING-FOUND = "N"
                       AND WS-BOOKING-COUNT < 200
                   ADD 1 TO WS-BOOKING-COUNT
                   SET BKG-IDX TO WS-BOOKING-COUNT
                   MOVE LV-LEAVE-TYPE TO WS-BKG-TYPE(BKG-IDX)
                   MOVE LV-START-DATE TO WS-BKG-START(BKG-IDX)
                   MOVE LV-END-DATE TO WS-BKG-END(BKG-IDX)
                   MOVE LV-STATUS TO WS-BKG-STATUS(BKG-IDX)
               END-IF
               .

      * Stamps the booking or cancellation staged in the WS-LEAVE
      * fields (LV-STATUS already set) and appends it to LEAVE,
      * creating the file on its first booking.
           WRITE-LEAVE-RECORD.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE EMP-ID TO LV-EMP-ID
               MOVE WS-LEAVE-TYPE TO LV-LEAVE-TYPE
               MOVE WS-LEAVE-START TO LV-START-DATE
               MOVE WS-LEAVE-END TO LV-END-DATE
               MOVE WS-OPERATOR-ID TO LV-APPROVED-BY
               MOVE WS-CURRENT-DATE TO LV-ENTRY-DATE
               MOVE WS-CURRENT-TIME TO LV-ENTRY-TIME
               MOVE LEAVE-RECORD TO WS-HELD-LEAVE
               OPEN EXTEND LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
                   OPEN OUTPUT LEAVE-FILE
                   CLOSE LEAVE-FILE
                   OPEN EXTEND LEAVE-FILE
               END-IF
               MOVE WS-HELD-LEAVE TO LEAVE-RECORD
               WRITE LEAVE-RECORD
               CLOSE LEAVE-FILE
               .

      * Lists active employees; terminated records still waiting for
      * the EmpSweep run are skipped unless the operator asks for
      * them, and show with their termination date when included.
               END-PERFORM
               MOVE "00" TO WS-EMPMAST-STATUS
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
