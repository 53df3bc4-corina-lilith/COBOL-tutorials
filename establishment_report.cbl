       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstRpt.

      * Monthly establishment report: for a keyed month, sets each
      * department's actual headcount - the last HcSnap snapshot on
      * HDCOUNT taken in the month - against its authorised
      * headcount as DeptMnt's DEPTAUTH history says it stood on
      * the month's last day, and writes a page-headed report to
      * ESTRPT of authorised, actual, vacancies and over-
      * establishment per department, a company-wide line and a
      * summary, the same shape LeaveRpt gives the month's leave.
      * A department with staff but no establishment set is listed
      * as NOT SET and counted in the company actual only.  The
      * report is built from the two history files alone, so a
      * month long past reads as it stood then, not as DEPTMAST
      * stands today.  When no snapshot fell in the month the
      * actuals are taken from the last one before it, and the
      * report says so under the company-wide line.  RC 1 when any
      * department is over its establishment, or when no snapshot
      * fell in the month.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HDCOUNT-FILE ASSIGN TO "HDCOUNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HDCOUNT-STATUS.

           SELECT DEPTAUTH-FILE ASSIGN TO "DEPTAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTAUTH-STATUS.

           SELECT ESTRPT-FILE ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HDCOUNT-FILE.
       COPY HDCNTR.

       FD  DEPTAUTH-FILE.
       COPY DPTAUTHR.

       FD  ESTRPT-FILE.
       01  EST-REPORT-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       WORKING-STORAGE SECTION.
       01 WS-HDCOUNT-STATUS PIC X(2) VALUE "00".
       01 WS-HDCOUNT-EOF PIC X VALUE "N".
       01 WS-DEPTAUTH-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTAUTH-EOF PIC X VALUE "N".

      * report month keyed at start-up as YYYYMM, and its last day
      * as YYYYMMDD - the day the establishment and the headcount
      * are both taken as at
       01 WS-REPORT-MONTH PIC X(06) VALUE SPACE.
       01 WS-MONTH-VALID PIC X VALUE "N".
       01 WS-MONTH-LAST PIC X(08) VALUE SPACE.

      * calendar judgment of the keyed month - the first of the
      * month must be a real calendar date - and the month's
      * length, leap years honored, the same check LeaveRpt makes
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the snapshot the actual figures come from: the latest
      * HC-SNAP-DATE on or before the month's last day, and its
      * "ALL" company total; a date before the month means HcSnap
      * took no snapshot in it
       01 WS-SNAP-DATE PIC X(08) VALUE SPACE.
       01 WS-COMPANY-ACTUAL PIC 9(5) VALUE 0.

      * one entry per department met on either file, kept in
      * department-code order as entries are added: the
      * establishment action standing at month end (space none,
      * "S" set, "W" withdrawn) with its count, and the actual
      * headcount if the snapshot carried the department
       01 WS-DEPT-TABLE.
           05 WS-DPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DPT-ENTRY OCCURS 200 TIMES INDEXED BY DPT-IDX.
               10 WS-DPT-CODE              PIC X(03).
               10 WS-DPT-AUTH-ACTION       PIC X(01).
               10 WS-DPT-AUTH              PIC 9(04).
               10 WS-DPT-ON-SNAP           PIC X(01).
               10 WS-DPT-ACTUAL            PIC 9(05).
       01 WS-DPT-FULL PIC X VALUE "N".
       01 WS-DPT-ENTRY-OK PIC X VALUE "N".
       01 WS-DPT-FOUND PIC X VALUE "N".
       01 WS-DPT-SHIFT PIC 9(3) VALUE 0.
       01 WS-WANTED-DEPT PIC X(03) VALUE SPACE.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-VACANCIES PIC 9(5) VALUE 0.
       01 WS-OVER PIC 9(5) VALUE 0.
       01 WS-ESTABLISHED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-SET-COUNT PIC 9(5) VALUE 0.
       01 WS-VACANT-DEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-OVER-DEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-AUTH-TOTAL PIC 9(6) VALUE 0.
       01 WS-ESTABLISHED-ACTUAL PIC 9(6) VALUE 0.
       01 WS-NOT-SET-ACTUAL PIC 9(6) VALUE 0.
       01 WS-VACANCY-TOTAL PIC 9(6) VALUE 0.
       01 WS-OVER-TOTAL PIC 9(6) VALUE 0.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(22) VALUE SPACE.
           05 FILLER PIC X(31) VALUE "ESTABLISHMENT BY DEPARTMENT".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(6) VALUE "MONTH ".
           05 HL2-REPORT-MONTH PIC X(06).
           05 FILLER PIC X(24) VALUE "   HEADCOUNT SNAPSHOT OF".
           05 FILLER PIC X(1) VALUE SPACE.
           05 HL2-SNAP-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(64) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(64) VALUE
               "DEPT     AUTH   ACTUAL   VACANT     OVER   STATUS".

      * one line per department with an establishment, and the
      * same shape for the company-wide line
       01 WS-DEPT-LINE.
           05 DL-DEPT-CODE                 PIC X(05).
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-AUTH                      PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-ACTUAL                    PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-VACANCIES                 PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-OVER                      PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-STATUS                    PIC X(20).

      * a department with staff but no establishment: the actual
      * headcount only
       01 WS-NOT-SET-LINE.
           05 NL-DEPT-CODE                 PIC X(05).
           05 FILLER PIC X(12) VALUE SPACE.
           05 NL-ACTUAL                    PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE SPACE.
           05 FILLER PIC X(20) VALUE "NOT SET".

      * under the company-wide line when the actuals come from a
      * snapshot taken before the month
       01 WS-OLD-SNAP-LINE.
           05 FILLER PIC X(41)
               VALUE "  ** NO SNAPSHOT IN MONTH - ACTUALS FROM ".
           05 OL-SNAP-DATE                 PIC X(08).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZ9.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for stamping the RUNHIST outcome record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM GET-REPORT-MONTH
           MOVE WS-REPORT-MONTH TO WS-MONTH-LAST(1:6)
           MOVE WS-MONTH-DAYS TO WS-MONTH-LAST(7:2)
           PERFORM LOAD-ESTABLISHMENTS
           PERFORM LOAD-HEADCOUNT-SNAPSHOT
           PERFORM OPEN-ESTRPT
           PERFORM PRINT-DEPARTMENT-ESTABLISHMENT
           PERFORM PRINT-ESTABLISHMENT-SUMMARY
           CLOSE ESTRPT-FILE
           DISPLAY "Departments over establishment: "
               WS-OVER-DEPT-COUNT " vacancies: " WS-VACANCY-TOTAL
           IF WS-OVER-DEPT-COUNT > 0 OR WS-SNAP-DATE = SPACES
                   OR WS-SNAP-DATE(1:6) NOT = WS-REPORT-MONTH
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: the departments met on either
      * history file in, those with an establishment set out, and
      * those over their establishment as the rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "ESTRPT" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-DPT-COUNT TO RH-IN-COUNT
               MOVE WS-ESTABLISHED-COUNT TO RH-OUT-COUNT
               MOVE WS-OVER-DEPT-COUNT TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the report month; the first of it must be a real
      * calendar date.  WS-MONTH-DAYS is left holding the month's
      * length.
           GET-REPORT-MONTH.
               MOVE "N" TO WS-MONTH-VALID
               PERFORM UNTIL WS-MONTH-VALID = "Y"
                   DISPLAY "Report month (YYYYMM): "
                   ACCEPT WS-REPORT-MONTH
                   MOVE WS-REPORT-MONTH TO WS-CHECK-DATE(1:6)
                   MOVE "01" TO WS-CHECK-DATE(7:2)
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-MONTH-VALID
                   ELSE
                       DISPLAY "Invalid month, please re-enter"
                   END-IF
               END-PERFORM
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

      * Reads DEPTAUTH front to back keeping, per department, the
      * last change in effect by the month's last day - DeptMnt
      * keeps each department's changes in effective-date order,
      * so the last one on file is the one that stood.  A DEPTAUTH
      * that has never been created means no establishments.
           LOAD-ESTABLISHMENTS.
               OPEN INPUT DEPTAUTH-FILE
               IF WS-DEPTAUTH-STATUS = "35"
                   DISPLAY "DEPTAUTH not found - no establishments "
                       "set"
                   MOVE "Y" TO WS-DEPTAUTH-EOF
               END-IF
               PERFORM UNTIL WS-DEPTAUTH-EOF = "Y"
                   READ DEPTAUTH-FILE
                       AT END
                           MOVE "Y" TO WS-DEPTAUTH-EOF
                       NOT AT END
                           IF DA-EFFECTIVE-DATE <= WS-MONTH-LAST
                               PERFORM NOTE-ESTABLISHMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DEPTAUTH-STATUS NOT = "35"
                   CLOSE DEPTAUTH-FILE
               END-IF
               .

           NOTE-ESTABLISHMENT.
               MOVE DA-DEPT-CODE TO WS-WANTED-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DPT-ENTRY-OK = "Y"
                   MOVE DA-ACTION TO WS-DPT-AUTH-ACTION(DPT-IDX)
                   MOVE DA-NEW-COUNT TO WS-DPT-AUTH(DPT-IDX)
               END-IF
               .

      * Reads HDCOUNT for the latest snapshot on or before the
      * month's last day.  A later snapshot date met on the way
      * clears the actual figures gathered from the one before;
      * HcSnap run twice on one day leaves the second count
      * standing.  A missing HDCOUNT means no snapshot at all.
           LOAD-HEADCOUNT-SNAPSHOT.
               OPEN INPUT HDCOUNT-FILE
               IF WS-HDCOUNT-STATUS = "35"
                   DISPLAY "HDCOUNT not found - no headcount "
                       "snapshot"
                   MOVE "Y" TO WS-HDCOUNT-EOF
               END-IF
               PERFORM UNTIL WS-HDCOUNT-EOF = "Y"
                   READ HDCOUNT-FILE
                       AT END
                           MOVE "Y" TO WS-HDCOUNT-EOF
                       NOT AT END
                           IF HC-SNAP-DATE <= WS-MONTH-LAST
                                   AND HC-SNAP-DATE >= WS-SNAP-DATE
                               PERFORM NOTE-SNAPSHOT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HDCOUNT-STATUS NOT = "35"
                   CLOSE HDCOUNT-FILE
               END-IF
               .

           NOTE-SNAPSHOT-COUNT.
               IF HC-SNAP-DATE > WS-SNAP-DATE
                   MOVE HC-SNAP-DATE TO WS-SNAP-DATE
                   MOVE 0 TO WS-COMPANY-ACTUAL
                   PERFORM VARYING DPT-IDX FROM 1 BY 1
                           UNTIL DPT-IDX > WS-DPT-COUNT
                       MOVE "N" TO WS-DPT-ON-SNAP(DPT-IDX)
                       MOVE 0 TO WS-DPT-ACTUAL(DPT-IDX)
                   END-PERFORM
               END-IF
               IF HC-DEPT-CODE = "ALL"
                   MOVE HC-ACTIVE-COUNT TO WS-COMPANY-ACTUAL
               ELSE
                   MOVE HC-DEPT-CODE TO WS-WANTED-DEPT
                   PERFORM FIND-DEPT-ENTRY
                   IF WS-DPT-ENTRY-OK = "Y"
                       MOVE "Y" TO WS-DPT-ON-SNAP(DPT-IDX)
                       MOVE HC-ACTIVE-COUNT TO WS-DPT-ACTUAL(DPT-IDX)
                   END-IF
               END-IF
               .

      * Finds WS-WANTED-DEPT's entry, or opens one in code order by
      * shifting the higher codes up a place, the way LeaveRpt
      * builds its department table.
           FIND-DEPT-ENTRY.
               MOVE "N" TO WS-DPT-FOUND
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DPT-COUNT
                       OR WS-DPT-FOUND = "Y"
                       OR WS-DPT-CODE(DPT-IDX) > WS-WANTED-DEPT
                   IF WS-DPT-CODE(DPT-IDX) = WS-WANTED-DEPT
                       MOVE "Y" TO WS-DPT-FOUND
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-DPT-ENTRY-OK
               IF WS-DPT-FOUND = "Y"
                   SET DPT-IDX DOWN BY 1
               ELSE
                   IF WS-DPT-COUNT >= 200
                       MOVE "N" TO WS-DPT-ENTRY-OK
                       IF WS-DPT-FULL = "N"
                           DISPLAY "** DEPARTMENT TABLE FULL - "
                               "departments past 200 not listed"
                           MOVE "Y" TO WS-DPT-FULL
                       END-IF
                   ELSE
                       MOVE WS-DPT-COUNT TO WS-DPT-SHIFT
                       PERFORM UNTIL WS-DPT-SHIFT < DPT-IDX
                           MOVE WS-DPT-ENTRY(WS-DPT-SHIFT)
                               TO WS-DPT-ENTRY(WS-DPT-SHIFT + 1)
                           SUBTRACT 1 FROM WS-DPT-SHIFT
                       END-PERFORM
                       ADD 1 TO WS-DPT-COUNT
                       MOVE WS-WANTED-DEPT TO WS-DPT-CODE(DPT-IDX)
                       MOVE SPACE TO WS-DPT-AUTH-ACTION(DPT-IDX)
                       MOVE 0 TO WS-DPT-AUTH(DPT-IDX)
                       MOVE "N" TO WS-DPT-ON-SNAP(DPT-IDX)
                       MOVE 0 TO WS-DPT-ACTUAL(DPT-IDX)
                   END-IF
               END-IF
               .

      * Lists every department with an establishment standing at
      * month end, and every department on the snapshot without
      * one, then the company-wide line: the establishments added
      * up, the snapshot's company total, and the vacancies and
      * over-establishment of the departments added up - a
      * department over its number does not fill another's
      * vacancy.
           PRINT-DEPARTMENT-ESTABLISHMENT.
               PERFORM PRINT-HEADER
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DPT-COUNT
                   IF WS-DPT-AUTH-ACTION(DPT-IDX) = "S"
                       PERFORM PRINT-ESTABLISHED-DEPT
                   ELSE
                       IF WS-DPT-ON-SNAP(DPT-IDX) = "Y"
                           PERFORM PRINT-NOT-SET-DEPT
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ESTABLISHED-COUNT = 0 AND WS-NOT-SET-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "TOTAL" TO DL-DEPT-CODE
               MOVE WS-AUTH-TOTAL TO DL-AUTH
               MOVE WS-COMPANY-ACTUAL TO DL-ACTUAL
               MOVE WS-VACANCY-TOTAL TO DL-VACANCIES
               MOVE WS-OVER-TOTAL TO DL-OVER
               MOVE "COMPANY-WIDE" TO DL-STATUS
               MOVE WS-DEPT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-SNAP-DATE = SPACES
                   MOVE "  ** NO SNAPSHOT BY MONTH END - ACTUALS ZERO"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF WS-SNAP-DATE(1:6) NOT = WS-REPORT-MONTH
                       MOVE WS-SNAP-DATE TO OL-SNAP-DATE
                       MOVE WS-OLD-SNAP-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
               .

           PRINT-ESTABLISHED-DEPT.
               ADD 1 TO WS-ESTABLISHED-COUNT
               ADD WS-DPT-AUTH(DPT-IDX) TO WS-AUTH-TOTAL
               ADD WS-DPT-ACTUAL(DPT-IDX) TO WS-ESTABLISHED-ACTUAL
               MOVE 0 TO WS-VACANCIES
               MOVE 0 TO WS-OVER
               EVALUATE TRUE
                   WHEN WS-DPT-ACTUAL(DPT-IDX) > WS-DPT-AUTH(DPT-IDX)
                       COMPUTE WS-OVER = WS-DPT-ACTUAL(DPT-IDX)
                           - WS-DPT-AUTH(DPT-IDX)
                       ADD 1 TO WS-OVER-DEPT-COUNT
                       ADD WS-OVER TO WS-OVER-TOTAL
                       MOVE "OVER ESTABLISHMENT" TO DL-STATUS
                   WHEN WS-DPT-ACTUAL(DPT-IDX) < WS-DPT-AUTH(DPT-IDX)
                       COMPUTE WS-VACANCIES = WS-DPT-AUTH(DPT-IDX)
                           - WS-DPT-ACTUAL(DPT-IDX)
                       ADD 1 TO WS-VACANT-DEPT-COUNT
                       ADD WS-VACANCIES TO WS-VACANCY-TOTAL
                       MOVE "VACANCIES" TO DL-STATUS
                   WHEN OTHER
                       MOVE "AT ESTABLISHMENT" TO DL-STATUS
               END-EVALUATE
               PERFORM SET-LINE-DEPT-CODE
               MOVE WS-DPT-AUTH(DPT-IDX) TO DL-AUTH
               MOVE WS-DPT-ACTUAL(DPT-IDX) TO DL-ACTUAL
               MOVE WS-VACANCIES TO DL-VACANCIES
               MOVE WS-OVER TO DL-OVER
               MOVE WS-DEPT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           PRINT-NOT-SET-DEPT.
               ADD 1 TO WS-NOT-SET-COUNT
               ADD WS-DPT-ACTUAL(DPT-IDX) TO WS-NOT-SET-ACTUAL
               PERFORM SET-LINE-DEPT-CODE
               MOVE DL-DEPT-CODE TO NL-DEPT-CODE
               MOVE WS-DPT-ACTUAL(DPT-IDX) TO NL-ACTUAL
               MOVE WS-NOT-SET-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * The snapshot's count of employees with no department code
      * is carried under spaces; it prints as NONE.
           SET-LINE-DEPT-CODE.
               IF WS-DPT-CODE(DPT-IDX) = SPACES
                   MOVE "NONE" TO DL-DEPT-CODE
               ELSE
                   MOVE WS-DPT-CODE(DPT-IDX) TO DL-DEPT-CODE
               END-IF
               .

      * Appends the summary as the last section of the report.
           PRINT-ESTABLISHMENT-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "DEPARTMENTS ESTABLISHED" TO SM-LABEL
               MOVE WS-ESTABLISHED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  WITH VACANCIES" TO SM-LABEL
               MOVE WS-VACANT-DEPT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  OVER ESTABLISHMENT" TO SM-LABEL
               MOVE WS-OVER-DEPT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "DEPARTMENTS NOT SET" TO SM-LABEL
               MOVE WS-NOT-SET-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "AUTHORISED HEADCOUNT" TO SM-LABEL
               MOVE WS-AUTH-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "ACTUAL IN ESTABLISHED DEPTS" TO SM-LABEL
               MOVE WS-ESTABLISHED-ACTUAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "ACTUAL IN DEPTS NOT SET" TO SM-LABEL
               MOVE WS-NOT-SET-ACTUAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "COMPANY ACTUAL HEADCOUNT" TO SM-LABEL
               MOVE WS-COMPANY-ACTUAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "VACANCIES" TO SM-LABEL
               MOVE WS-VACANCY-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "OVER ESTABLISHMENT" TO SM-LABEL
               MOVE WS-OVER-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-ESTRPT.
               OPEN OUTPUT ESTRPT-FILE
               MOVE WS-REPORT-MONTH TO HL2-REPORT-MONTH
               IF WS-SNAP-DATE = SPACES
                   MOVE "NONE" TO HL2-SNAP-DATE
               ELSE
                   MOVE WS-SNAP-DATE TO HL2-SNAP-DATE
               END-IF
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO EST-REPORT-RECORD
               WRITE EST-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, month and
      * snapshot date, and a rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO EST-REPORT-RECORD
                   WRITE EST-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO EST-REPORT-RECORD
               WRITE EST-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO EST-REPORT-RECORD
               WRITE EST-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO EST-REPORT-RECORD
               WRITE EST-REPORT-RECORD
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
               MOVE "ESTRPT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
