      * lands in one run instead of an afternoon of keying.
      * Accepted and rejected counts go to the EMPMRPT maintenance
      * report, and every reject goes to EMPTREJ with a reason code
      * (see EMPTRJR.CPY) for HR to fix and resubmit.  Planned
      * leave HR books on the feed ("L") is appended to the LEAVE
      * file under the same edits Greet's leave option makes.  A
      * manager terminated while people still report to them, or
      * while they manage a department, is named on the console
      * and counted on EMPMRPT so the reports get reassigned.  An
      * add or rehire that takes a department past its authorised
      * headcount is applied, but named and counted the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPEND-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRAN-FILE.
       FD  EMPPEND-FILE.
       01  EMP-PENDING-RECORD             PIC X(80).

       FD  LEAVE-FILE.
       COPY LEAVER.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-EMPTRAN-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
           05 WS-OLD-STATUS PIC X(01) VALUE SPACE.
           05 WS-OLD-TERM-DATE PIC X(08) VALUE SPACE.
           05 WS-OLD-DEPT PIC X(03) VALUE SPACE.
       01 WS-OLD-REPORTS-TO PIC X(06) VALUE SPACE.

      * reports-to work fields: the manager the transaction names,
      * once 000000 has been read as none, and the walk up that
      * manager's own chain that refuses a loop back to the
      * employee - capped so a loop already on file elsewhere
      * cannot hold the run
       01 WS-REPORTS-TO PIC X(06) VALUE SPACE.
       01 WS-SELF-ID PIC X(06) VALUE SPACE.
       01 WS-CHAIN-ID PIC X(06) VALUE SPACE.
       01 WS-CHAIN-DEPTH PIC 9(4) VALUE 0.
       01 WS-MAX-CHAIN-DEPTH PIC 9(4) VALUE 500.
       01 WS-DIRECT-REPORTS PIC 9(4) VALUE 0.
       01 WS-DEPTS-MANAGED PIC 9(4) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.

      * establishment check work fields: the department an add or
      * rehire has just gone into, its active employees once the
      * new one is on file, and the adds and rehires that took a
      * department past the authorised headcount DeptMnt set
       01 WS-EST-DEPT PIC X(03) VALUE SPACE.
       01 WS-DEPT-ACTIVE PIC 9(5) VALUE 0.
       01 WS-OVER-EST-COUNT PIC 9(5) VALUE 0.

       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-TERM-COUNT PIC 9(5) VALUE 0.
       01 WS-REHIRE-COUNT PIC 9(5) VALUE 0.
       01 WS-DEFER-COUNT PIC 9(5) VALUE 0.
       01 WS-LEAVE-COUNT PIC 9(5) VALUE 0.
       01 WS-EMPPEND-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".

           05 WS-HELD-EH-TERM-DATE PIC X(08) VALUE SPACE.
           05 WS-HELD-EH-DEPT PIC X(03) VALUE SPACE.

      * leave booking work fields: the booking's last day once a
      * blank one has defaulted to the first, and the bookings
      * already standing for the transaction's employee - the
      * latest LEAVE record for each start date, "B" still booked
      * or "C" cancelled - gathered for the overlap check
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-EOF PIC X VALUE "N".
       01 WS-LEAVE-END PIC X(08) VALUE SPACE.
       01 WS-LEAVE-OVERLAP PIC X VALUE "N".
       01 WS-HELD-LEAVE PIC X(48) VALUE SPACE.
       01 WS-BOOKING-FOUND PIC X VALUE "N".
       01 WS-BOOKING-TABLE.
           05 WS-BOOKING-COUNT PIC 9(3) VALUE 0.
           05 WS-BOOKING-ENTRY OCCURS 200 TIMES INDEXED BY BKG-IDX.
               10 WS-BKG-START             PIC X(08).
               10 WS-BKG-END               PIC X(08).
               10 WS-BKG-STATUS            PIC X(01).

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Batch employee maintenance from EMPTRAN"
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM OPEN-MAINT-FILES
           PERFORM UNTIL WS-EMPTRAN-EOF = "Y"
               READ EMPTRAN-FILE
                           PERFORM APPLY-TERMINATE
                       WHEN "R"
                           PERFORM APPLY-REHIRE
                       WHEN "L"
                           PERFORM APPLY-LEAVE
                       WHEN OTHER
                           MOVE "01" TO WS-REJECT-REASON
                   END-EVALUATE

           APPLY-ADD.
               PERFORM EDIT-AGE-AND-DEPT
               IF WS-REJECT-REASON = SPACES
                   MOVE ET-REPORTS-TO TO WS-REPORTS-TO
                   IF WS-REPORTS-TO = "000000"
                       MOVE SPACES TO WS-REPORTS-TO
                   END-IF
                   PERFORM EDIT-REPORTS-TO
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE ET-EMP-ID TO EMP-ID
                   MOVE ET-EMP-NAME TO EMP-NAME
                   MOVE "A" TO EMP-STATUS
                   MOVE SPACES TO EMP-TERM-DATE
                   MOVE ET-DEPT-CODE TO EMP-DEPT-CODE
                   MOVE WS-REPORTS-TO TO EMP-REPORTS-TO
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE "03" TO WS-REJECT-REASON
                           MOVE "A" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           ADD 1 TO WS-ADD-COUNT
                           MOVE ET-DEPT-CODE TO WS-EST-DEPT
                           PERFORM CHECK-ESTABLISHMENT
                   END-WRITE
               END-IF
               .

      * The reports-to edit reads EMPMAST up the manager's chain,
      * so it runs before the READ of the employee being updated;
      * a blank reports-to is not edited and leaves the manager on
      * file as it stands.
           APPLY-UPDATE.
               PERFORM EDIT-AGE-AND-DEPT
               IF WS-REJECT-REASON = SPACES
                       AND ET-REPORTS-TO NOT = SPACES
                   MOVE ET-REPORTS-TO TO WS-REPORTS-TO
                   IF WS-REPORTS-TO = "000000"
                       MOVE SPACES TO WS-REPORTS-TO
                   END-IF
                   PERFORM EDIT-REPORTS-TO
               END-IF
               IF WS-REJECT-REASON = SPACES
                   MOVE ET-EMP-ID TO EMP-ID
                   READ EMPMAST-FILE
                           MOVE ET-EMP-NAME TO EMP-NAME
                           MOVE ET-EMP-DOB TO EMP-DOB
                           MOVE ET-DEPT-CODE TO EMP-DEPT-CODE
                           IF ET-REPORTS-TO NOT = SPACES
                               MOVE WS-REPORTS-TO TO EMP-REPORTS-TO
                           END-IF
                           REWRITE EMPLOYEE-RECORD
                           MOVE "U" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           MOVE "T" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           ADD 1 TO WS-TERM-COUNT
                           PERFORM NOTE-ORPHANED-REPORTS
                       END-IF
               END-READ
               .

      * Judges the manager in WS-REPORTS-TO for the transaction's
      * employee: spaces (no manager) always passes, otherwise it
      * must be numeric, not the employee's own ID, and an active
      * employee on EMPMAST whose own chain of managers does not
      * lead back to the employee - reason 14 for any failure.
           EDIT-REPORTS-TO.
               MOVE ET-EMP-ID TO WS-SELF-ID
               EVALUATE TRUE
                   WHEN WS-REPORTS-TO = SPACES
                       CONTINUE
                   WHEN WS-REPORTS-TO NOT NUMERIC
                       MOVE "14" TO WS-REJECT-REASON
                   WHEN WS-REPORTS-TO = WS-SELF-ID
                       MOVE "14" TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE WS-REPORTS-TO TO EMP-ID
                       READ EMPMAST-FILE
                           INVALID KEY
                               MOVE "14" TO WS-REJECT-REASON
                           NOT INVALID KEY
                               IF EMP-STATUS = "T"
                                   MOVE "14" TO WS-REJECT-REASON
                               ELSE
                                   PERFORM WALK-REPORTING-CHAIN
                               END-IF
                       END-READ
               END-EVALUATE
               .

      * Climbs from the manager just read towards the top of the
      * chain; reaching the employee's own ID means the new manager
      * already reports to the employee, however indirectly.  A
      * manager not on file (or not numeric) ends the climb - that
      * break is the OrgChart report's to flag, not this feed's.
           WALK-REPORTING-CHAIN.
               MOVE 0 TO WS-CHAIN-DEPTH
               MOVE EMP-REPORTS-TO TO WS-CHAIN-ID
               PERFORM UNTIL WS-CHAIN-ID = SPACES
                       OR WS-REJECT-REASON NOT = SPACES
                       OR WS-CHAIN-DEPTH >= WS-MAX-CHAIN-DEPTH
                   ADD 1 TO WS-CHAIN-DEPTH
                   EVALUATE TRUE
                       WHEN WS-CHAIN-ID = WS-SELF-ID
                           MOVE "14" TO WS-REJECT-REASON
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

      * After a "T", counts the active employees still reporting to
      * the one just terminated and the departments naming them as
      * manager; either makes the termination an orphaning one,
      * named on the console for HR and counted on EMPMRPT.  The
      * reports stay on the OrgChart report's exceptions until they
      * are reassigned.
           NOTE-ORPHANED-REPORTS.
               MOVE EMP-ID TO WS-SELF-ID
               MOVE 0 TO WS-DIRECT-REPORTS
               MOVE 0 TO WS-DEPTS-MANAGED
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
                                   ADD 1 TO WS-DEPTS-MANAGED
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-DEPTMAST-STATUS
               END-IF
               IF WS-DIRECT-REPORTS > 0 OR WS-DEPTS-MANAGED > 0
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "** Manager " WS-SELF-ID " terminated - "
                       WS-DIRECT-REPORTS " direct report(s), "
                       WS-DEPTS-MANAGED " department(s) to reassign"
               END-IF
               .

      * An add or rehire just applied that takes its department
      * past the authorised headcount DeptMnt set is applied all
      * the same - the feed cannot stop for a supervisor override
      * the way Greet's terminal does - but it is named on the
      * console for HR and counted on EMPMRPT, the same treatment
      * a terminated manager's reports get.  A department with no
      * establishment set, no longer on DEPTMAST, or no DEPTMAST
      * at all is not checked.
           CHECK-ESTABLISHMENT.
               IF WS-DEPTMAST-AVAILABLE = "Y"
                   MOVE WS-EST-DEPT TO DEPT-CODE
                   READ DEPTMAST-FILE
                       INVALID KEY
                           MOVE SPACES TO DEPT-AUTH-EFF-DATE
                   END-READ
                   IF DEPT-AUTH-EFF-DATE NOT = SPACES
                       PERFORM COUNT-DEPT-ACTIVE
                       IF WS-DEPT-ACTIVE > DEPT-AUTH-COUNT
                           ADD 1 TO WS-OVER-EST-COUNT
                           DISPLAY "** Employee " ET-EMP-ID
                               " takes department " WS-EST-DEPT
                               " to " WS-DEPT-ACTIVE
                               " - authorised headcount "
                               DEPT-AUTH-COUNT
                       END-IF
                   END-IF
               END-IF
               .

      * Counts the active EMPMAST records in WS-EST-DEPT - the
      * count HcSnap snapshots - with the same front-to-back pass
      * NOTE-ORPHANED-REPORTS makes.
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

      * An "R" brings a swept employee back from EMPTERM as an
      * active EMPMAST record, restoring the name, date of birth
      * and department the history file preserved and marking the
      * EMPTERM record rehired - the same flow Greet's rehire
      * option walks at the terminal.  An ID still (or again) on
      * EMPMAST cannot be rehired over.  The rehired employee comes
      * back with no manager - whoever they reported to may be gone
      * - and gets one on a later "U".
           APPLY-REHIRE.
               MOVE ET-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
               END-READ
               .

      * An "L" books planned leave for an employee on EMPMAST who
      * is not terminated: the type must be one LEAVER.CPY lists,
      * both days real dates with the last not before the first,
      * and the absence must not overlap leave still booked for
      * the same employee - the LEAVE file is reread for every "L"
      * so two overlapping bookings on the same feed are caught.
           APPLY-LEAVE.
               MOVE ET-EMP-ID TO EMP-ID
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "04" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF EMP-STATUS = "T"
                           MOVE "11" TO WS-REJECT-REASON
                       ELSE
                           PERFORM EDIT-LEAVE-BOOKING
                       END-IF
               END-READ
               IF WS-REJECT-REASON = SPACES
                   PERFORM CHECK-LEAVE-OVERLAP
                   IF WS-LEAVE-OVERLAP = "Y"
                       MOVE "13" TO WS-REJECT-REASON
                   ELSE
                       PERFORM WRITE-LEAVE-BOOKING
                       ADD 1 TO WS-LEAVE-COUNT
                   END-IF
               END-IF
               .

           EDIT-LEAVE-BOOKING.
               IF ET-LEAVE-TYPE NOT = "H" AND ET-LEAVE-TYPE NOT = "S"
                       AND ET-LEAVE-TYPE NOT = "T"
                       AND ET-LEAVE-TYPE NOT = "O"
                   MOVE "12" TO WS-REJECT-REASON
               END-IF
               MOVE ET-LEAVE-END TO WS-LEAVE-END
               IF WS-LEAVE-END = SPACES
                   MOVE ET-LEAVE-START TO WS-LEAVE-END
               END-IF
               MOVE ET-LEAVE-START TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-DATE-VALID = "N"
                   MOVE "12" TO WS-REJECT-REASON
               END-IF
               MOVE WS-LEAVE-END TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF WS-DATE-VALID = "N"
                       OR WS-LEAVE-END < ET-LEAVE-START
                   MOVE "12" TO WS-REJECT-REASON
               END-IF
               .

      * Gathers the employee's bookings from LEAVE in append order,
      * each later record for a start date replacing the one
      * before it, then judges the new absence against every
      * booking still standing.  A missing LEAVE has nothing
      * booked on it.
           CHECK-LEAVE-OVERLAP.
               MOVE 0 TO WS-BOOKING-COUNT
               MOVE "N" TO WS-LEAVE-OVERLAP
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
               PERFORM VARYING BKG-IDX FROM 1 BY 1
                       UNTIL BKG-IDX > WS-BOOKING-COUNT
                   IF WS-BKG-STATUS(BKG-IDX) = "B"
                           AND WS-BKG-START(BKG-IDX) <= WS-LEAVE-END
                           AND WS-BKG-END(BKG-IDX) >= ET-LEAVE-START
                       MOVE "Y" TO WS-LEAVE-OVERLAP
                   END-IF
               END-PERFORM
               .

           NOTE-LEAVE-BOOKING.
               MOVE "N" TO WS-BOOKING-FOUND
               PERFORM VARYING BKG-IDX FROM 1 BY 1
                       UNTIL BKG-IDX > WS-BOOKING-COUNT
                       OR WS-BOOKING-FOUND = "Y"
                   IF WS-BKG-START(BKG-IDX) = LV-START-DATE
                       MOVE "Y" TO WS-BOOKING-FOUND
                       MOVE LV-END-DATE TO WS-BKG-END(BKG-IDX)
                       MOVE LV-STATUS TO WS-BKG-STATUS(BKG-IDX)
                   END-IF
               END-PERFORM
               IF WS-BOOKING-FOUND = "N"
                   IF WS-BOOKING-COUNT >= 200
                       DISPLAY "** LEAVE BOOKING TABLE FULL for "
                           "employee " LV-EMP-ID
                   ELSE
                       ADD 1 TO WS-BOOKING-COUNT
                       SET BKG-IDX TO WS-BOOKING-COUNT
                       MOVE LV-START-DATE TO WS-BKG-START(BKG-IDX)
                       MOVE LV-END-DATE TO WS-BKG-END(BKG-IDX)
                       MOVE LV-STATUS TO WS-BKG-STATUS(BKG-IDX)
                   END-IF
               END-IF
               .

      * Appends the booking to LEAVE, creating the file on its
      * first booking; the feed is the approver of record.
           WRITE-LEAVE-BOOKING.
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE EMP-ID TO LV-EMP-ID
               MOVE ET-LEAVE-TYPE TO LV-LEAVE-TYPE
               MOVE ET-LEAVE-START TO LV-START-DATE
               MOVE WS-LEAVE-END TO LV-END-DATE
               MOVE "B" TO LV-STATUS
               MOVE "EMPTRAN" TO LV-APPROVED-BY
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

           RESTORE-FROM-EMPTERM.
               PERFORM FIND-EMPTERM-RECORD
               IF WS-REHIRE-FOUND = "N"
                   MOVE "A" TO EMP-STATUS
                   MOVE SPACES TO EMP-TERM-DATE
                   MOVE WS-HELD-EH-DEPT TO EMP-DEPT-CODE
                   MOVE SPACES TO EMP-REPORTS-TO
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           MOVE "09" TO WS-REJECT-REASON
                           MOVE WS-HELD-EH-TERM-DATE
                               TO WS-OLD-TERM-DATE
                           MOVE WS-HELD-EH-DEPT TO WS-OLD-DEPT
                           MOVE SPACES TO WS-OLD-REPORTS-TO
                           MOVE "R" TO WS-HIST-ACTION
                           PERFORM WRITE-EMP-HISTORY
                           PERFORM MARK-EMPTERM-REHIRED
                           ADD 1 TO WS-REHIRE-COUNT
                           MOVE WS-HELD-EH-DEPT TO WS-EST-DEPT
                           PERFORM CHECK-ESTABLISHMENT
                   END-WRITE
               END-IF
               .
               MOVE EMP-STATUS TO WS-OLD-STATUS
               MOVE EMP-TERM-DATE TO WS-OLD-TERM-DATE
               MOVE EMP-DEPT-CODE TO WS-OLD-DEPT
               MOVE EMP-REPORTS-TO TO WS-OLD-REPORTS-TO
               .

      * Appends the change just applied to EMPHIST with its before
               MOVE "EMPTRAN" TO CH-CHANGED-BY
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

               MOVE ET-EMP-DOB TO RJ-EMP-DOB
               MOVE ET-DEPT-CODE TO RJ-DEPT-CODE
               MOVE ET-EFFECTIVE-DATE TO RJ-EFFECTIVE-DATE
               MOVE ET-REPORTS-TO TO RJ-REPORTS-TO
               MOVE WS-REJECT-REASON TO RJ-REASON-CODE
               WRITE EMP-REJECT-RECORD
               .
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               WRITE EMP-MAINT-RECORD

               MOVE "  LEAVE BOOKINGS APPLIED" TO MR-LABEL
               MOVE WS-LEAVE-COUNT TO MR-COUNT
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               WRITE EMP-MAINT-RECORD

               MOVE "  MANAGERS LEFT REPORTS" TO MR-LABEL
               MOVE WS-ORPHAN-COUNT TO MR-COUNT
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               WRITE EMP-MAINT-RECORD

               MOVE "  OVER ESTABLISHMENT" TO MR-LABEL
               MOVE WS-OVER-EST-COUNT TO MR-COUNT
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               WRITE EMP-MAINT-RECORD

               MOVE "DEFERRED TO EMPPEND" TO MR-LABEL
               MOVE WS-DEFER-COUNT TO MR-COUNT
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               MOVE WS-COUNT-LINE TO EMP-MAINT-RECORD
               WRITE EMP-MAINT-RECORD
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

      * Holds the step until the predecessors JOBDEP lists for it
      * have finished cleanly on the business date; PredChk says
      * on the console which one has not, or which one a
      * supervisor has bypassed on JOBBYP.
           CHECK-PREDECESSORS.
               MOVE "EMPBATCH" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
