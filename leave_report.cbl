       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeaveRpt.

      * Monthly leave report: for a keyed leave month, reads the
      * LEAVE planned leave and absence file Greet and EmpBatch
      * append to and writes a page-headed report to LEAVERPT of
      * the days taken in the month per department, split by leave
      * type (holiday, sick leave, training, other), followed by a
      * summary, the same shape FeedRpt gives the feed register.
      * Each booking still standing (not cancelled) is clipped to
      * the month and counted in weekdays, Monday to Friday - the
      * same days AttRpt expects a sign-in on.  The department is
      * the employee's department on EMPMAST as it stands today;
      * an employee no longer on EMPMAST is counted under "???".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "LEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT LEAVERPT-FILE ASSIGN TO "LEAVERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
       COPY LEAVER.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  LEAVERPT-FILE.
       01  LEAVE-REPORT-RECORD             PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       WORKING-STORAGE SECTION.
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-EOF PIC X VALUE "N".
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-AVAILABLE PIC X VALUE "Y".

      * report month keyed at start-up as YYYYMM, and its first and
      * last days as YYYYMMDD for clipping the bookings
       01 WS-REPORT-MONTH PIC X(06) VALUE SPACE.
       01 WS-MONTH-VALID PIC X VALUE "N".
       01 WS-MONTH-FIRST PIC X(08) VALUE SPACE.
       01 WS-MONTH-LAST PIC X(08) VALUE SPACE.

      * calendar judgment of the keyed month - the first of the
      * month must be a real calendar date - and the month's
      * length, leap years honored, the same check FeedRpt makes
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * day-of-week work: the first of the month is worked out once
      * by Zeller's congruence (0 Saturday, 1 Sunday, 2 Monday ...
      * 6 Friday) and each day of the month follows from it
       01 WS-ZEL-MONTH PIC 9(2) VALUE 0.
       01 WS-ZEL-YEAR PIC 9(4) VALUE 0.
       01 WS-ZEL-CENTURY PIC 9(2) VALUE 0.
       01 WS-ZEL-YOC PIC 9(2) VALUE 0.
       01 WS-ZEL-WORK PIC 9(5) VALUE 0.
       01 WS-ZEL-QUOT PIC 9(5) VALUE 0.
       01 WS-FIRST-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-DAY PIC 9(2) VALUE 0.
       01 WS-FIRST-DAY PIC 9(2) VALUE 0.
       01 WS-LAST-DAY PIC 9(2) VALUE 0.
       01 WS-BOOKING-DAYS PIC 9(3) VALUE 0.

      * LEAVE folded into storage: one entry per booking (employee
      * and start date), each later record for it replacing the
      * one before, so a cancelled booking ends up status "C"
       01 WS-LEAVE-TABLE.
           05 WS-LVT-COUNT PIC 9(4) VALUE 0.
           05 WS-LVT-ENTRY OCCURS 5000 TIMES INDEXED BY LVT-IDX.
               10 WS-LVT-EMP-ID            PIC 9(06).
               10 WS-LVT-TYPE              PIC X(01).
               10 WS-LVT-START             PIC X(08).
               10 WS-LVT-END               PIC X(08).
               10 WS-LVT-STATUS            PIC X(01).
       01 WS-LVT-FULL PIC X VALUE "N".
       01 WS-BOOKING-FOUND PIC X VALUE "N".

      * one entry per department met, kept in department-code
      * order as entries are added, with the weekdays taken per
      * leave type
       01 WS-DEPT-TABLE.
           05 WS-DPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DPT-ENTRY OCCURS 200 TIMES INDEXED BY DPT-IDX.
               10 WS-DPT-CODE              PIC X(03).
               10 WS-DPT-HOLIDAY           PIC 9(5).
               10 WS-DPT-SICK              PIC 9(5).
               10 WS-DPT-TRAINING          PIC 9(5).
               10 WS-DPT-OTHER             PIC 9(5).
       01 WS-DPT-FULL PIC X VALUE "N".
       01 WS-DPT-ENTRY-OK PIC X VALUE "N".
       01 WS-DPT-SHIFT PIC 9(3) VALUE 0.
       01 WS-BOOKING-DEPT PIC X(03) VALUE SPACE.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-BOOKINGS-COUNTED PIC 9(5) VALUE 0.
       01 WS-HOLIDAY-TOTAL PIC 9(5) VALUE 0.
       01 WS-SICK-TOTAL PIC 9(5) VALUE 0.
       01 WS-TRAINING-TOTAL PIC 9(5) VALUE 0.
       01 WS-OTHER-TOTAL PIC 9(5) VALUE 0.
       01 WS-DAYS-TOTAL PIC 9(6) VALUE 0.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(28) VALUE "LEAVE TAKEN BY DEPARTMENT".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(13) VALUE "LEAVE MONTH ".
           05 HL2-REPORT-MONTH PIC X(06).
           05 FILLER PIC X(20) VALUE "   (WEEKDAYS TAKEN)".

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(60) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(60) VALUE
               "DEPT    HOLIDAY     SICK  TRAINING    OTHER    TOTAL".

      * one per-department line, and the same shape for the totals
       01 WS-DEPT-LINE.
           05 DL-DEPT-CODE                 PIC X(05).
           05 FILLER PIC X(5) VALUE SPACE.
           05 DL-HOLIDAY                   PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-SICK                      PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACE.
           05 DL-TRAINING                  PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 DL-OTHER                     PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 DL-TOTAL                     PIC ZZZZZ9.

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
           PERFORM SET-MONTH-BOUNDS
           PERFORM LOAD-LEAVE-TABLE
           PERFORM TALLY-LEAVE-DAYS
           PERFORM OPEN-LEAVERPT
           PERFORM PRINT-DEPARTMENT-DAYS
           PERFORM PRINT-LEAVE-SUMMARY
           CLOSE LEAVERPT-FILE
           DISPLAY "Bookings counted: " WS-BOOKINGS-COUNTED
               " days taken: " WS-DAYS-TOTAL
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: the bookings counted in the month
      * in, the weekdays taken out, and no rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "LEAVERPT" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-BOOKINGS-COUNTED TO RH-IN-COUNT
               MOVE WS-DAYS-TOTAL TO RH-OUT-COUNT
               MOVE 0 TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the leave month; the first of it must be a real
      * calendar date.  WS-MONTH-DAYS is left holding the month's
      * length.
           GET-REPORT-MONTH.
               MOVE "N" TO WS-MONTH-VALID
               PERFORM UNTIL WS-MONTH-VALID = "Y"
                   DISPLAY "Report leave month (YYYYMM): "
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

      * Sets the month's first and last days and works out the day
      * of the week the month starts on.
           SET-MONTH-BOUNDS.
               MOVE WS-REPORT-MONTH TO WS-MONTH-FIRST(1:6)
               MOVE "01" TO WS-MONTH-FIRST(7:2)
               MOVE WS-REPORT-MONTH TO WS-MONTH-LAST(1:6)
               MOVE WS-MONTH-DAYS TO WS-MONTH-LAST(7:2)
               MOVE WS-CHK-MM TO WS-ZEL-MONTH
               MOVE WS-CHK-YYYY TO WS-ZEL-YEAR
               IF WS-ZEL-MONTH < 3
                   ADD 12 TO WS-ZEL-MONTH
                   SUBTRACT 1 FROM WS-ZEL-YEAR
               END-IF
               DIVIDE WS-ZEL-YEAR BY 100
                   GIVING WS-ZEL-CENTURY
                   REMAINDER WS-ZEL-YOC
               COMPUTE WS-ZEL-QUOT = (13 * (WS-ZEL-MONTH + 1)) / 5
               MOVE WS-ZEL-QUOT TO WS-ZEL-WORK
               ADD 1 TO WS-ZEL-WORK
               ADD WS-ZEL-YOC TO WS-ZEL-WORK
               DIVIDE WS-ZEL-YOC BY 4 GIVING WS-ZEL-QUOT
               ADD WS-ZEL-QUOT TO WS-ZEL-WORK
               DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-QUOT
               ADD WS-ZEL-QUOT TO WS-ZEL-WORK
               COMPUTE WS-ZEL-WORK = WS-ZEL-WORK + 5 * WS-ZEL-CENTURY
               DIVIDE WS-ZEL-WORK BY 7
                   GIVING WS-ZEL-QUOT
                   REMAINDER WS-FIRST-WEEKDAY
               .

      * Folds LEAVE into the booking table; a LEAVE file that has
      * never been created just means no leave to report.
           LOAD-LEAVE-TABLE.
               OPEN INPUT LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
                   DISPLAY "LEAVE not found - no leave booked"
                   MOVE "Y" TO WS-LEAVE-EOF
               END-IF
               PERFORM UNTIL WS-LEAVE-EOF = "Y"
                   READ LEAVE-FILE
                       AT END
                           MOVE "Y" TO WS-LEAVE-EOF
                       NOT AT END
                           PERFORM NOTE-LEAVE-BOOKING
                   END-READ
               END-PERFORM
               IF WS-LEAVE-STATUS NOT = "35"
                   CLOSE LEAVE-FILE
               END-IF
               .

           NOTE-LEAVE-BOOKING.
               MOVE "N" TO WS-BOOKING-FOUND
               PERFORM VARYING LVT-IDX FROM 1 BY 1
                       UNTIL LVT-IDX > WS-LVT-COUNT
                       OR WS-BOOKING-FOUND = "Y"
                   IF WS-LVT-EMP-ID(LVT-IDX) = LV-EMP-ID
                           AND WS-LVT-START(LVT-IDX) = LV-START-DATE
                       MOVE "Y" TO WS-BOOKING-FOUND
                       MOVE LV-LEAVE-TYPE TO WS-LVT-TYPE(LVT-IDX)
                       MOVE LV-END-DATE TO WS-LVT-END(LVT-IDX)
                       MOVE LV-STATUS TO WS-LVT-STATUS(LVT-IDX)
                   END-IF
               END-PERFORM
               IF WS-BOOKING-FOUND = "N"
                   IF WS-LVT-COUNT >= 5000
                       IF WS-LVT-FULL = "N"
                           DISPLAY "** LEAVE TABLE FULL - bookings "
                               "past 5000 are not counted"
                           MOVE "Y" TO WS-LVT-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-LVT-COUNT
                       SET LVT-IDX TO WS-LVT-COUNT
                       MOVE LV-EMP-ID TO WS-LVT-EMP-ID(LVT-IDX)
                       MOVE LV-LEAVE-TYPE TO WS-LVT-TYPE(LVT-IDX)
                       MOVE LV-START-DATE TO WS-LVT-START(LVT-IDX)
                       MOVE LV-END-DATE TO WS-LVT-END(LVT-IDX)
                       MOVE LV-STATUS TO WS-LVT-STATUS(LVT-IDX)
                   END-IF
               END-IF
               .

      * Counts every booking still standing that reaches into the
      * month against its employee's department.  A missing
      * EMPMAST puts every booking under "???".
           TALLY-LEAVE-DAYS.
               OPEN INPUT EMPMAST-FILE
               IF WS-EMPMAST-STATUS = "35"
                   DISPLAY "EMPMAST not found - departments not "
                       "known"
                   MOVE "N" TO WS-EMPMAST-AVAILABLE
               END-IF
               PERFORM VARYING LVT-IDX FROM 1 BY 1
                       UNTIL LVT-IDX > WS-LVT-COUNT
                   IF WS-LVT-STATUS(LVT-IDX) = "B"
                           AND WS-LVT-START(LVT-IDX) <= WS-MONTH-LAST
                           AND WS-LVT-END(LVT-IDX) >= WS-MONTH-FIRST
                       PERFORM TALLY-ONE-BOOKING
                   END-IF
               END-PERFORM
               IF WS-EMPMAST-AVAILABLE = "Y"
                   CLOSE EMPMAST-FILE
               END-IF
               .

      * Clips the booking to the month and counts its weekdays.
           TALLY-ONE-BOOKING.
               IF WS-LVT-START(LVT-IDX) < WS-MONTH-FIRST
                   MOVE 1 TO WS-FIRST-DAY
               ELSE
                   MOVE WS-LVT-START(LVT-IDX)(7:2) TO WS-FIRST-DAY
               END-IF
               IF WS-LVT-END(LVT-IDX) > WS-MONTH-LAST
                   MOVE WS-MONTH-DAYS TO WS-LAST-DAY
               ELSE
                   MOVE WS-LVT-END(LVT-IDX)(7:2) TO WS-LAST-DAY
               END-IF
               MOVE 0 TO WS-BOOKING-DAYS
               PERFORM VARYING WS-DAY FROM WS-FIRST-DAY BY 1
                       UNTIL WS-DAY > WS-LAST-DAY
                   COMPUTE WS-ZEL-WORK = WS-FIRST-WEEKDAY + WS-DAY - 1
                   DIVIDE WS-ZEL-WORK BY 7
                       GIVING WS-ZEL-QUOT
                       REMAINDER WS-WEEKDAY
                   IF WS-WEEKDAY > 1
                       ADD 1 TO WS-BOOKING-DAYS
                   END-IF
               END-PERFORM
               PERFORM FIND-BOOKING-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DPT-ENTRY-OK = "Y"
                   ADD 1 TO WS-BOOKINGS-COUNTED
                   EVALUATE WS-LVT-TYPE(LVT-IDX)
                       WHEN "H"
                           ADD WS-BOOKING-DAYS
                               TO WS-DPT-HOLIDAY(DPT-IDX)
                           ADD WS-BOOKING-DAYS TO WS-HOLIDAY-TOTAL
                       WHEN "S"
                           ADD WS-BOOKING-DAYS TO WS-DPT-SICK(DPT-IDX)
                           ADD WS-BOOKING-DAYS TO WS-SICK-TOTAL
                       WHEN "T"
                           ADD WS-BOOKING-DAYS
                               TO WS-DPT-TRAINING(DPT-IDX)
                           ADD WS-BOOKING-DAYS TO WS-TRAINING-TOTAL
                       WHEN OTHER
                           ADD WS-BOOKING-DAYS TO WS-DPT-OTHER(DPT-IDX)
                           ADD WS-BOOKING-DAYS TO WS-OTHER-TOTAL
                   END-EVALUATE
                   ADD WS-BOOKING-DAYS TO WS-DAYS-TOTAL
               END-IF
               .

           FIND-BOOKING-DEPT.
               MOVE "???" TO WS-BOOKING-DEPT
               IF WS-EMPMAST-AVAILABLE = "Y"
                   MOVE WS-LVT-EMP-ID(LVT-IDX) TO EMP-ID
                   READ EMPMAST-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMP-DEPT-CODE TO WS-BOOKING-DEPT
                   END-READ
               END-IF
               .

      * Finds the department's entry, or opens one in code order by
      * shifting the higher codes up a place.
           FIND-DEPT-ENTRY.
               MOVE "N" TO WS-BOOKING-FOUND
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DPT-COUNT
                       OR WS-BOOKING-FOUND = "Y"
                       OR WS-DPT-CODE(DPT-IDX) > WS-BOOKING-DEPT
                   IF WS-DPT-CODE(DPT-IDX) = WS-BOOKING-DEPT
                       MOVE "Y" TO WS-BOOKING-FOUND
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-DPT-ENTRY-OK
               IF WS-BOOKING-FOUND = "Y"
                   SET DPT-IDX DOWN BY 1
               ELSE
                   IF WS-DPT-COUNT >= 200
                       MOVE "N" TO WS-DPT-ENTRY-OK
                       IF WS-DPT-FULL = "N"
                           DISPLAY "** DEPARTMENT TABLE FULL - "
                               "departments past 200 not counted"
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
                       MOVE WS-BOOKING-DEPT TO WS-DPT-CODE(DPT-IDX)
                       MOVE 0 TO WS-DPT-HOLIDAY(DPT-IDX)
                       MOVE 0 TO WS-DPT-SICK(DPT-IDX)
                       MOVE 0 TO WS-DPT-TRAINING(DPT-IDX)
                       MOVE 0 TO WS-DPT-OTHER(DPT-IDX)
                   END-IF
               END-IF
               .

      * Lists each department's weekdays taken per leave type, with
      * a totals line under them.
           PRINT-DEPARTMENT-DAYS.
               PERFORM PRINT-HEADER
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DPT-COUNT
                   MOVE WS-DPT-CODE(DPT-IDX) TO DL-DEPT-CODE
                   MOVE WS-DPT-HOLIDAY(DPT-IDX) TO DL-HOLIDAY
                   MOVE WS-DPT-SICK(DPT-IDX) TO DL-SICK
                   MOVE WS-DPT-TRAINING(DPT-IDX) TO DL-TRAINING
                   MOVE WS-DPT-OTHER(DPT-IDX) TO DL-OTHER
                   COMPUTE DL-TOTAL = WS-DPT-HOLIDAY(DPT-IDX)
                       + WS-DPT-SICK(DPT-IDX)
                       + WS-DPT-TRAINING(DPT-IDX)
                       + WS-DPT-OTHER(DPT-IDX)
                   MOVE WS-DEPT-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-DPT-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE "TOTAL" TO DL-DEPT-CODE
                   MOVE WS-HOLIDAY-TOTAL TO DL-HOLIDAY
                   MOVE WS-SICK-TOTAL TO DL-SICK
                   MOVE WS-TRAINING-TOTAL TO DL-TRAINING
                   MOVE WS-OTHER-TOTAL TO DL-OTHER
                   MOVE WS-DAYS-TOTAL TO DL-TOTAL
                   MOVE WS-DEPT-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the summary as the last section of the report.
           PRINT-LEAVE-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "BOOKINGS IN MONTH" TO SM-LABEL
               MOVE WS-BOOKINGS-COUNTED TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "HOLIDAY DAYS" TO SM-LABEL
               MOVE WS-HOLIDAY-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SICK LEAVE DAYS" TO SM-LABEL
               MOVE WS-SICK-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "TRAINING DAYS" TO SM-LABEL
               MOVE WS-TRAINING-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "OTHER LEAVE DAYS" TO SM-LABEL
               MOVE WS-OTHER-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "TOTAL DAYS TAKEN" TO SM-LABEL
               MOVE WS-DAYS-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-LEAVERPT.
               OPEN OUTPUT LEAVERPT-FILE
               MOVE WS-REPORT-MONTH TO HL2-REPORT-MONTH
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO LEAVE-REPORT-RECORD
               WRITE LEAVE-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, month and a rule
      * line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO LEAVE-REPORT-RECORD
                   WRITE LEAVE-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO LEAVE-REPORT-RECORD
               WRITE LEAVE-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO LEAVE-REPORT-RECORD
               WRITE LEAVE-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO LEAVE-REPORT-RECORD
               WRITE LEAVE-REPORT-RECORD
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
               MOVE "LEAVERPT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
