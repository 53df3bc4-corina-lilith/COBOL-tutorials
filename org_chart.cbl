       IDENTIFICATION DIVISION.
       PROGRAM-ID. OrgChart.

      * Organization chart report: folds EMPMAST and DEPTMAST into
      * storage, resolves every active employee's EMP-REPORTS-TO to
      * the manager's table entry, and writes a page-headed chart to
      * ORGRPT that walks each reporting chain from the top down,
      * every employee indented one step under their manager, with
      * span-of-control counts - direct reports, and everyone
      * beneath at any depth.  An exceptions section follows:
      * employees on (or reporting into) a reporting loop,
      * employees whose manager is terminated or not on file - a
      * manager's termination leaves their reports here until they
      * are reassigned - and departments with no manager, a manager
      * terminated or not on file, or a manager carried on another
      * department.  RC 1 means the exceptions section is not
      * empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT ORGRPT-FILE ASSIGN TO "ORGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  DEPTMAST-FILE.
       COPY DEPTREC.

       FD  ORGRPT-FILE.
       01  ORG-REPORT-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-OPENED PIC X VALUE "Y".
       01 WS-DEPTMAST-OPENED PIC X VALUE "Y".
       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for stamping the RUNHIST outcome record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

      * DEPTMAST folded into storage for the department manager
      * checks, sized like the roster report's table
       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY DEPT-IDX.
               10 WS-TBL-DEPT-CODE         PIC X(03).
               10 WS-TBL-DEPT-NAME         PIC X(20).
               10 WS-TBL-DEPT-MGR-ID       PIC X(06).
       01 WS-DEPT-TABLE-FULL PIC X VALUE "N".

      * EMPMAST folded into storage, terminated employees included
      * so a terminated manager can be told from one not on file.
      * Each active employee is resolved to their manager's table
      * entry:
      *   WS-TBL-MGR-STATE  space  no manager (top of a chain)
      *                     "A"    manager active, WS-TBL-MGR-NUM
      *                            is the manager's entry
      *                     "T"    manager terminated
      *                     "M"    manager not on EMPMAST
      *   WS-TBL-LOOP-STATE space  the chain reaches a top
      *                     "L"    the employee is on a loop
      *                     "B"    the chain runs into a loop above
      * WS-TBL-DIRECT counts active direct reports and WS-TBL-TOTAL
      * everyone beneath the employee at any depth.
       01 WS-EMP-TABLE.
           05 WS-EMP-COUNT PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY EMP-IDX WALK-IDX.
               10 WS-TBL-EMP-ID            PIC X(06).
               10 WS-TBL-EMP-NAME          PIC X(30).
               10 WS-TBL-EMP-STATUS        PIC X(01).
               10 WS-TBL-EMP-TERM-DATE     PIC X(08).
               10 WS-TBL-EMP-DEPT          PIC X(03).
               10 WS-TBL-REPORTS-TO        PIC X(06).
               10 WS-TBL-MGR-NUM           PIC 9(04).
               10 WS-TBL-MGR-STATE         PIC X(01).
               10 WS-TBL-LOOP-STATE        PIC X(01).
               10 WS-TBL-DIRECT            PIC 9(04).
               10 WS-TBL-TOTAL             PIC 9(04).
       01 WS-EMP-TABLE-FULL PIC X VALUE "N".

      * chain-walk work fields: the steps taken climbing from one
      * employee (a climb longer than the table can only be going
      * round a loop), and the entry found by a search
       01 WS-WALK-STEPS PIC 9(4) VALUE 0.
       01 WS-WALK-DONE PIC X VALUE "N".
       01 WS-ENTRY-FOUND PIC X VALUE "N".
       01 WS-FOUND-NUM PIC 9(4) VALUE 0.

      * the top-down walk of one chain: each stack entry is an
      * employee whose reports are being printed and the table
      * position to resume the search for the next of them; the
      * stack depth is the level being printed
       01 WS-WALK-STACK.
           05 WS-STACK-DEPTH PIC 9(4) VALUE 0.
           05 WS-STACK-ENTRY OCCURS 1000 TIMES.
               10 WS-STK-EMP-NUM           PIC 9(04).
               10 WS-STK-NEXT-NUM          PIC 9(04).
       01 WS-LEVEL PIC 9(4) VALUE 0.
       01 WS-INDENT PIC 9(2) VALUE 0.
       01 WS-TREE-TEXT PIC X(37) VALUE SPACE.

      * report totals; any exception sets RC 1
       01 WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01 WS-TOP-COUNT PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 WS-LOOP-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPT-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-DEEPEST-LEVEL PIC 9(5) VALUE 0.
       01 WS-CHARTED-COUNT PIC 9(5) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(20) VALUE SPACE.
           05 FILLER PIC X(25) VALUE "ORGANIZATION CHART AS OF ".
           05 HL1-RUN-DATE PIC X(08).
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(50)
               VALUE "EMPLOYEE (INDENTED UNDER MANAGER)".
           05 FILLER PIC X(3) VALUE "DPT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(6) VALUE "DIRECT".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(6) VALUE " TOTAL".
           05 FILLER PIC X(2) VALUE SPACE.
           05 FILLER PIC X(4) VALUE "NOTE".

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(80) VALUE ALL "-".

      * one employee on the chart, the ID and name indented two
      * places per level (deeper than ten levels print at the
      * tenth)
       01 WS-CHART-LINE.
           05 CL-TREE                      PIC X(48).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CL-DEPT                      PIC X(03).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CL-DIRECT                    PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 CL-TOTAL                     PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 CL-NOTE                      PIC X(11).

      * one exceptions line: the employee ID (or department code)
      * and name, the manager ID it names, and what is wrong
       01 WS-EXCEPTION-LINE.
           05 XL-KEY                       PIC X(06).
           05 FILLER PIC X(2) VALUE SPACE.
           05 XL-NAME                      PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 XL-MANAGER                   PIC X(06).
           05 FILLER PIC X(2) VALUE SPACE.
           05 XL-REASON                    PIC X(32).

       01 WS-SUMMARY-LINE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(3) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "Organization chart report"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO HL1-RUN-DATE
           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-EMP-TABLE
           PERFORM RESOLVE-MANAGER
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMP-COUNT
           PERFORM TRACE-CHAIN-TO-TOP
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMP-COUNT
           PERFORM COUNT-SPAN-OF-CONTROL
               VARYING EMP-IDX FROM 1 BY 1
               UNTIL EMP-IDX > WS-EMP-COUNT
           OPEN OUTPUT ORGRPT-FILE
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           PERFORM PRINT-ORG-CHART
           PERFORM PRINT-LOOP-EXCEPTIONS
           PERFORM PRINT-MANAGER-EXCEPTIONS
           PERFORM PRINT-DEPT-EXCEPTIONS
           PERFORM PRINT-SUMMARY
           CLOSE ORGRPT-FILE
           DISPLAY "Active employees charted:  " WS-ACTIVE-COUNT
           DISPLAY "Left without a manager:    " WS-ORPHAN-COUNT
           DISPLAY "On or under a loop:        " WS-LOOP-COUNT
           DISPLAY "Department exceptions:     "
               WS-DEPT-EXCEPTION-COUNT
           IF WS-ORPHAN-COUNT > 0 OR WS-LOOP-COUNT > 0
                   OR WS-DEPT-EXCEPTION-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: employees folded in from
      * EMPMAST, the active employees charted out, and those left
      * without a manager or on a reporting loop as the rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "ORGCHART" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-EMP-COUNT TO RH-IN-COUNT
               MOVE WS-ACTIVE-COUNT TO RH-OUT-COUNT
               COMPUTE RH-REJECT-COUNT =
                   WS-ORPHAN-COUNT + WS-LOOP-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Folds DEPTMAST into the department table; a DEPTMAST that
      * has never been created just means no department checks.
           LOAD-DEPT-TABLE.
               OPEN INPUT DEPTMAST-FILE
               IF WS-DEPTMAST-STATUS = "35"
                   DISPLAY "DEPTMAST not found - no department "
                       "managers to check"
                   MOVE "10" TO WS-DEPTMAST-STATUS
                   MOVE "N" TO WS-DEPTMAST-OPENED
               END-IF
               PERFORM UNTIL WS-DEPTMAST-STATUS = "10"
                   READ DEPTMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           PERFORM ADD-DEPT-TO-TABLE
                   END-READ
               END-PERFORM
               IF WS-DEPTMAST-OPENED = "Y"
                   CLOSE DEPTMAST-FILE
               END-IF
               .

           ADD-DEPT-TO-TABLE.
               IF WS-DEPT-COUNT >= 100
                   IF WS-DEPT-TABLE-FULL = "N"
                       DISPLAY "** DEPARTMENT TABLE FULL - "
                           "departments past 100 are not checked"
                       MOVE "Y" TO WS-DEPT-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   SET DEPT-IDX TO WS-DEPT-COUNT
                   MOVE DEPT-CODE TO WS-TBL-DEPT-CODE(DEPT-IDX)
                   MOVE DEPT-NAME TO WS-TBL-DEPT-NAME(DEPT-IDX)
                   MOVE DEPT-MANAGER-ID
                       TO WS-TBL-DEPT-MGR-ID(DEPT-IDX)
               END-IF
               .

      * Folds EMPMAST into the employee table in EMP-ID order; an
      * EMPMAST that has never been created just means an empty
      * chart.
           LOAD-EMP-TABLE.
               OPEN INPUT EMPMAST-FILE
               IF WS-EMPMAST-STATUS = "35"
                   DISPLAY "EMPMAST not found - nothing to chart"
                   MOVE "10" TO WS-EMPMAST-STATUS
                   MOVE "N" TO WS-EMPMAST-OPENED
               END-IF
               PERFORM UNTIL WS-EMPMAST-STATUS = "10"
                   READ EMPMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPMAST-STATUS
                       NOT AT END
                           PERFORM ADD-EMP-TO-TABLE
                   END-READ
               END-PERFORM
               IF WS-EMPMAST-OPENED = "Y"
                   CLOSE EMPMAST-FILE
               END-IF
               .

           ADD-EMP-TO-TABLE.
               IF WS-EMP-COUNT >= 1000
                   IF WS-EMP-TABLE-FULL = "N"
                       DISPLAY "** EMPLOYEE TABLE FULL - employees "
                           "past 1000 are left off the chart"
                       MOVE "Y" TO WS-EMP-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-EMP-COUNT
                   SET EMP-IDX TO WS-EMP-COUNT
                   MOVE EMP-ID TO WS-TBL-EMP-ID(EMP-IDX)
                   MOVE EMP-NAME TO WS-TBL-EMP-NAME(EMP-IDX)
                   MOVE EMP-STATUS TO WS-TBL-EMP-STATUS(EMP-IDX)
                   MOVE EMP-TERM-DATE
                       TO WS-TBL-EMP-TERM-DATE(EMP-IDX)
                   MOVE EMP-DEPT-CODE TO WS-TBL-EMP-DEPT(EMP-IDX)
                   MOVE EMP-REPORTS-TO
                       TO WS-TBL-REPORTS-TO(EMP-IDX)
                   MOVE 0 TO WS-TBL-MGR-NUM(EMP-IDX)
                   MOVE SPACE TO WS-TBL-MGR-STATE(EMP-IDX)
                   MOVE SPACE TO WS-TBL-LOOP-STATE(EMP-IDX)
                   MOVE 0 TO WS-TBL-DIRECT(EMP-IDX)
                   MOVE 0 TO WS-TBL-TOTAL(EMP-IDX)
               END-IF
               .

      * Finds the active employee's manager in the table and notes
      * whether that manager is active, terminated or missing.
      * Terminated employees are not charted, so theirs is not
      * resolved.
           RESOLVE-MANAGER.
               IF WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                   ADD 1 TO WS-ACTIVE-COUNT
                   IF WS-TBL-REPORTS-TO(EMP-IDX) NOT = SPACES
                       MOVE WS-TBL-REPORTS-TO(EMP-IDX)
                           TO XL-MANAGER
                       PERFORM FIND-EMPLOYEE-ENTRY
                       IF WS-ENTRY-FOUND = "N"
                           MOVE "M" TO WS-TBL-MGR-STATE(EMP-IDX)
                       ELSE
                           MOVE WS-FOUND-NUM
                               TO WS-TBL-MGR-NUM(EMP-IDX)
                           SET WALK-IDX TO WS-FOUND-NUM
                           IF WS-TBL-EMP-STATUS(WALK-IDX) = "T"
                               MOVE "T" TO WS-TBL-MGR-STATE(EMP-IDX)
                           ELSE
                               MOVE "A" TO WS-TBL-MGR-STATE(EMP-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               .

      * Searches the table for the employee ID staged in
      * XL-MANAGER, leaving its position in WS-FOUND-NUM.
           FIND-EMPLOYEE-ENTRY.
               MOVE "N" TO WS-ENTRY-FOUND
               PERFORM VARYING WALK-IDX FROM 1 BY 1
                       UNTIL WALK-IDX > WS-EMP-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF WS-TBL-EMP-ID(WALK-IDX) = XL-MANAGER
                       MOVE "Y" TO WS-ENTRY-FOUND
                       SET WS-FOUND-NUM TO WALK-IDX
                   END-IF
               END-PERFORM
               .

      * Climbs from the active employee through active managers.
      * Reaching someone with no active manager means the chain
      * has a top; arriving back at the employee means they are on
      * a loop; a climb longer than the table without either can
      * only be going round a loop somewhere above them.
           TRACE-CHAIN-TO-TOP.
               IF WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                       AND WS-TBL-MGR-STATE(EMP-IDX) = "A"
                   MOVE 0 TO WS-WALK-STEPS
                   MOVE "N" TO WS-WALK-DONE
                   SET WALK-IDX TO EMP-IDX
                   PERFORM UNTIL WS-WALK-DONE = "Y"
                       EVALUATE TRUE
                           WHEN WS-TBL-MGR-STATE(WALK-IDX) NOT = "A"
                               MOVE "Y" TO WS-WALK-DONE
                           WHEN OTHER
                               SET WALK-IDX
                                   TO WS-TBL-MGR-NUM(WALK-IDX)
                               ADD 1 TO WS-WALK-STEPS
                               IF WALK-IDX = EMP-IDX
                                   MOVE "L"
                                       TO WS-TBL-LOOP-STATE(EMP-IDX)
                                   MOVE "Y" TO WS-WALK-DONE
                               ELSE
                                   IF WS-WALK-STEPS >= WS-EMP-COUNT
                                       MOVE "B" TO
                                           WS-TBL-LOOP-STATE(EMP-IDX)
                                       MOVE "Y" TO WS-WALK-DONE
                                   END-IF
                               END-IF
                       END-EVALUATE
                   END-PERFORM
               END-IF
               .

      * Credits the active employee to their manager's direct count
      * and to every manager above them in the total count.  Only
      * chains with a top are counted - a loop has no span worth
      * reporting, and it is listed as an exception instead.
           COUNT-SPAN-OF-CONTROL.
               IF WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                       AND WS-TBL-MGR-STATE(EMP-IDX) = "A"
                       AND WS-TBL-LOOP-STATE(EMP-IDX) = SPACE
                   SET WALK-IDX TO WS-TBL-MGR-NUM(EMP-IDX)
                   ADD 1 TO WS-TBL-DIRECT(WALK-IDX)
                   SET WALK-IDX TO EMP-IDX
                   PERFORM UNTIL WS-TBL-MGR-STATE(WALK-IDX) NOT = "A"
                       SET WALK-IDX TO WS-TBL-MGR-NUM(WALK-IDX)
                       ADD 1 TO WS-TBL-TOTAL(WALK-IDX)
                   END-PERFORM
               END-IF
               .

      * Prints every chain from its top: an active employee with no
      * manager, or whose manager is terminated or not on file (so
      * a terminated manager's reports still show, flagged, with
      * the people under them).
           PRINT-ORG-CHART.
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                           AND WS-TBL-MGR-STATE(EMP-IDX) NOT = "A"
                       IF WS-TBL-MGR-STATE(EMP-IDX) = SPACE
                           ADD 1 TO WS-TOP-COUNT
                       END-IF
                       PERFORM PRINT-CHAIN-FROM-TOP
                   END-IF
               END-PERFORM
               IF WS-CHARTED-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Walks one chain top-down with an explicit stack: the top is
      * printed at level zero, then for the employee on top of the
      * stack the next of their direct reports (in EMP-ID order) is
      * printed one level deeper and pushed in turn; an employee
      * with no reports left to print is popped.
           PRINT-CHAIN-FROM-TOP.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-LEVEL
               SET WALK-IDX TO EMP-IDX
               PERFORM PRINT-CHART-LINE
               MOVE 1 TO WS-STACK-DEPTH
               SET WS-STK-EMP-NUM(1) TO EMP-IDX
               MOVE 1 TO WS-STK-NEXT-NUM(1)
               PERFORM UNTIL WS-STACK-DEPTH = 0
                   PERFORM FIND-NEXT-REPORT
                   IF WS-ENTRY-FOUND = "Y"
                       COMPUTE WS-STK-NEXT-NUM(WS-STACK-DEPTH) =
                           WS-FOUND-NUM + 1
                       MOVE WS-STACK-DEPTH TO WS-LEVEL
                       SET WALK-IDX TO WS-FOUND-NUM
                       PERFORM PRINT-CHART-LINE
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-FOUND-NUM
                           TO WS-STK-EMP-NUM(WS-STACK-DEPTH)
                       MOVE 1 TO WS-STK-NEXT-NUM(WS-STACK-DEPTH)
                   ELSE
                       SUBTRACT 1 FROM WS-STACK-DEPTH
                   END-IF
               END-PERFORM
               .

      * Searches on from the stack top's resume position for the
      * next active employee reporting to the stack-top employee.
           FIND-NEXT-REPORT.
               MOVE "N" TO WS-ENTRY-FOUND
               SET WALK-IDX TO WS-STK-NEXT-NUM(WS-STACK-DEPTH)
               PERFORM UNTIL WALK-IDX > WS-EMP-COUNT
                       OR WS-ENTRY-FOUND = "Y"
                   IF WS-TBL-EMP-STATUS(WALK-IDX) NOT = "T"
                           AND WS-TBL-MGR-STATE(WALK-IDX) = "A"
                           AND WS-TBL-LOOP-STATE(WALK-IDX) = SPACE
                           AND WS-TBL-MGR-NUM(WALK-IDX) =
                               WS-STK-EMP-NUM(WS-STACK-DEPTH)
                       MOVE "Y" TO WS-ENTRY-FOUND
                       SET WS-FOUND-NUM TO WALK-IDX
                   ELSE
                       SET WALK-IDX UP BY 1
                   END-IF
               END-PERFORM
               .

      * Prints the employee at WALK-IDX on the chart at WS-LEVEL.
           PRINT-CHART-LINE.
               ADD 1 TO WS-CHARTED-COUNT
               IF WS-LEVEL > WS-DEEPEST-LEVEL
                   MOVE WS-LEVEL TO WS-DEEPEST-LEVEL
               END-IF
               IF WS-LEVEL > 10
                   MOVE 20 TO WS-INDENT
               ELSE
                   COMPUTE WS-INDENT = WS-LEVEL * 2
               END-IF
               MOVE SPACES TO WS-TREE-TEXT
               STRING WS-TBL-EMP-ID(WALK-IDX) " "
                   WS-TBL-EMP-NAME(WALK-IDX)
                   DELIMITED BY SIZE INTO WS-TREE-TEXT
               END-STRING
               MOVE SPACES TO CL-TREE
               MOVE WS-TREE-TEXT TO CL-TREE(WS-INDENT + 1:)
               MOVE WS-TBL-EMP-DEPT(WALK-IDX) TO CL-DEPT
               MOVE WS-TBL-DIRECT(WALK-IDX) TO CL-DIRECT
               MOVE WS-TBL-TOTAL(WALK-IDX) TO CL-TOTAL
               EVALUATE WS-TBL-MGR-STATE(WALK-IDX)
                   WHEN "T"
                       MOVE "MGR LEFT" TO CL-NOTE
                   WHEN "M"
                       MOVE "MGR UNKNOWN" TO CL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO CL-NOTE
               END-EVALUATE
               MOVE WS-CHART-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Lists the employees the chart could not place: those on a
      * reporting loop, and those whose chain runs into one.
           PRINT-LOOP-EXCEPTIONS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "EXCEPTIONS - REPORTING LOOPS" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-LOOP-STATE(EMP-IDX) NOT = SPACE
                       ADD 1 TO WS-LOOP-COUNT
                       MOVE WS-TBL-EMP-ID(EMP-IDX) TO XL-KEY
                       MOVE WS-TBL-EMP-NAME(EMP-IDX) TO XL-NAME
                       MOVE WS-TBL-REPORTS-TO(EMP-IDX) TO XL-MANAGER
                       IF WS-TBL-LOOP-STATE(EMP-IDX) = "L"
                           MOVE "ON A REPORTING LOOP" TO XL-REASON
                       ELSE
                           MOVE "REPORTS INTO A LOOP" TO XL-REASON
                       END-IF
                       MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-LOOP-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Lists the active employees left reporting to a manager who
      * is terminated or not on file; they stay here until they
      * are reassigned.
           PRINT-MANAGER-EXCEPTIONS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "EXCEPTIONS - MANAGER TERMINATED OR NOT ON FILE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                           AND (WS-TBL-MGR-STATE(EMP-IDX) = "T"
                           OR WS-TBL-MGR-STATE(EMP-IDX) = "M")
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE WS-TBL-EMP-ID(EMP-IDX) TO XL-KEY
                       MOVE WS-TBL-EMP-NAME(EMP-IDX) TO XL-NAME
                       MOVE WS-TBL-REPORTS-TO(EMP-IDX) TO XL-MANAGER
                       MOVE SPACES TO XL-REASON
                       IF WS-TBL-MGR-STATE(EMP-IDX) = "T"
                           SET WALK-IDX TO WS-TBL-MGR-NUM(EMP-IDX)
                           STRING "MANAGER TERMINATED "
                               WS-TBL-EMP-TERM-DATE(WALK-IDX)
                               DELIMITED BY SIZE INTO XL-REASON
                           END-STRING
                       ELSE
                           MOVE "MANAGER NOT ON FILE" TO XL-REASON
                       END-IF
                       MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-ORPHAN-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Checks every department's manager ID: missing, not on
      * EMPMAST, terminated, or carried on another department.
           PRINT-DEPT-EXCEPTIONS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "EXCEPTIONS - DEPARTMENT MANAGERS" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CHECK-DEPT-MANAGER
                   VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-EXCEPTION-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           CHECK-DEPT-MANAGER.
               MOVE SPACES TO XL-REASON
               MOVE WS-TBL-DEPT-MGR-ID(DEPT-IDX) TO XL-MANAGER
               IF XL-MANAGER = SPACES
                   MOVE "NO MANAGER ID ON DEPTMAST" TO XL-REASON
               ELSE
                   PERFORM FIND-EMPLOYEE-ENTRY
                   IF WS-ENTRY-FOUND = "N"
                       MOVE "MANAGER NOT ON FILE" TO XL-REASON
                   ELSE
                       SET WALK-IDX TO WS-FOUND-NUM
                       EVALUATE TRUE
                           WHEN WS-TBL-EMP-STATUS(WALK-IDX) = "T"
                               STRING "MANAGER TERMINATED "
                                   WS-TBL-EMP-TERM-DATE(WALK-IDX)
                                   DELIMITED BY SIZE INTO XL-REASON
                               END-STRING
                           WHEN WS-TBL-EMP-DEPT(WALK-IDX) NOT =
                                   WS-TBL-DEPT-CODE(DEPT-IDX)
                               STRING "MANAGER IS IN DEPARTMENT "
                                   WS-TBL-EMP-DEPT(WALK-IDX)
                                   DELIMITED BY SIZE INTO XL-REASON
                               END-STRING
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
               IF XL-REASON NOT = SPACES
                   ADD 1 TO WS-DEPT-EXCEPTION-COUNT
                   MOVE WS-TBL-DEPT-CODE(DEPT-IDX) TO XL-KEY
                   MOVE WS-TBL-DEPT-NAME(DEPT-IDX) TO XL-NAME
                   MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           PRINT-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "ACTIVE EMPLOYEES" TO SM-LABEL
               MOVE WS-ACTIVE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "TOP OF A CHAIN (NO MANAGER)" TO SM-LABEL
               MOVE WS-TOP-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "MANAGER TERMINATED/NOT ON FILE" TO SM-LABEL
               MOVE WS-ORPHAN-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "ON OR UNDER A REPORTING LOOP" TO SM-LABEL
               MOVE WS-LOOP-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "DEPARTMENT MANAGER EXCEPTIONS" TO SM-LABEL
               MOVE WS-DEPT-EXCEPTION-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "DEEPEST LEVEL BELOW THE TOP" TO SM-LABEL
               MOVE WS-DEEPEST-LEVEL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO ORG-REPORT-RECORD
               WRITE ORG-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, column headers
      * and a rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO ORG-REPORT-RECORD
                   WRITE ORG-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO ORG-REPORT-RECORD
               WRITE ORG-REPORT-RECORD
               MOVE SPACES TO ORG-REPORT-RECORD
               WRITE ORG-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO ORG-REPORT-RECORD
               WRITE ORG-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO ORG-REPORT-RECORD
               WRITE ORG-REPORT-RECORD
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

      * Holds the step until the predecessors JOBDEP lists for it
      * have finished cleanly on the business date; PredChk says
      * on the console which one has not, or which one a
      * supervisor has bypassed on JOBBYP.
           CHECK-PREDECESSORS.
               MOVE "ORGCHART" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
