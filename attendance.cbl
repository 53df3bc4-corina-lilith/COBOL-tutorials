      * Monday absence list comes off the printer instead of a
      * highlighter.  Terminated employees still on EMPMAST are
      * matched (a sign-in from one is not a ghost) but are not
      * listed as absentees.  An absentee whose every weekday in
      * the range is covered by leave booked on the LEAVE file is
      * listed as an authorised absence under the leave type;
      * anyone else with no sign-in is an unauthorised absence.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

           SELECT LEAVE-FILE ASSIGN TO "LEAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEAVE-STATUS.

           SELECT ATTRPT-FILE ASSIGN TO "ATTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GREETLOG-FILE.
       COPY GRTLOGR.

       FD  LEAVE-FILE.
       COPY LEAVER.

       FD  ATTRPT-FILE.
       01  ATT-REPORT-RECORD               PIC X(80).

               10 WS-TBL-EMP-NAME          PIC X(30).
               10 WS-TBL-EMP-STATUS        PIC X(01).
               10 WS-TBL-SIGNIN-COUNT      PIC 9(5).
               10 WS-TBL-LEAVE-TYPE        PIC X(01).
       01 WS-TABLE-FULL PIC X VALUE "N".
       01 WS-MATCH-FOUND PIC X VALUE "N".

      * LEAVE folded into storage: one entry per booking (employee
      * and start date), each later record for it replacing the
      * one before, so a cancelled booking ends up status "C"
       01 WS-LEAVE-STATUS PIC X(2) VALUE "00".
       01 WS-LEAVE-EOF PIC X VALUE "N".
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

      * the absentee being judged: their bookings still standing
      * that reach into the range, and the weekdays of the range
      * those bookings cover and leave uncovered
       01 WS-EMP-LEAVE-TABLE.
           05 WS-ELV-COUNT PIC 9(3) VALUE 0.
           05 WS-ELV-ENTRY OCCURS 100 TIMES INDEXED BY ELV-IDX.
               10 WS-ELV-TYPE              PIC X(01).
               10 WS-ELV-START             PIC X(08).
               10 WS-ELV-END               PIC X(08).
       01 WS-COVERED-DAYS PIC 9(5) VALUE 0.
       01 WS-UNCOVERED-DAYS PIC 9(5) VALUE 0.
       01 WS-DAY-COVERED PIC X VALUE "N".
       01 WS-FIRST-LEAVE-TYPE PIC X VALUE SPACE.

      * walking the range a day at a time: WS-WALK-DATE steps from
      * the FROM date to the THRU date and WS-WEEKDAY with it (0
      * Saturday, 1 Sunday, 2 Monday ... 6 Friday), the FROM
      * date's day of the week worked out once by Zeller's
      * congruence the way FeedRpt works out the first of a month
       01 WS-WALK-DATE.
           05 WS-WALK-YYYY PIC 9(4).
           05 WS-WALK-MM PIC 9(2).
           05 WS-WALK-DD PIC 9(2).
       01 WS-ZEL-MONTH PIC 9(2) VALUE 0.
       01 WS-ZEL-YEAR PIC 9(4) VALUE 0.
       01 WS-ZEL-CENTURY PIC 9(2) VALUE 0.
       01 WS-ZEL-YOC PIC 9(2) VALUE 0.
       01 WS-ZEL-WORK PIC 9(5) VALUE 0.
       01 WS-ZEL-QUOT PIC 9(5) VALUE 0.
       01 WS-FROM-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-WEEKDAY PIC 9(1) VALUE 0.

      * the leave type a pass of the authorised section lists, and
      * its description for the report line
       01 WS-PRINT-TYPE PIC X VALUE SPACE.
       01 WS-TYPE-DESC PIC X(12) VALUE SPACE.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-GHOST-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCHED-EMPLOYEES PIC 9(4) VALUE 0.
       01 WS-ABSENT-COUNT PIC 9(4) VALUE 0.
       01 WS-AUTHORISED-COUNT PIC 9(4) VALUE 0.
       01 WS-HOLIDAY-COUNT PIC 9(4) VALUE 0.
       01 WS-SICK-COUNT PIC 9(4) VALUE 0.
       01 WS-TRAINING-COUNT PIC 9(4) VALUE 0.
       01 WS-OTHER-LEAVE-COUNT PIC 9(4) VALUE 0.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
           05 FILLER PIC X(3) VALUE SPACE.
           05 CN-SIGNIN-COUNT              PIC ZZZZ9.

      * one authorised absence: the employee and the leave type
      * that covers the range
       01 WS-ABSENCE-LINE.
           05 AB-EMP-ID                    PIC 9(6).
           05 FILLER PIC X(3) VALUE SPACE.
           05 AB-EMP-NAME                  PIC X(30).
           05 FILLER PIC X(3) VALUE SPACE.
           05 AB-LEAVE-TYPE                PIC X(12).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
       PROCEDURE DIVISION.
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-LEAVE-TABLE
           PERFORM SET-RANGE-WEEKDAY
           PERFORM OPEN-ATTRPT
           PERFORM MATCH-GREETLOG
           PERFORM PRINT-SIGNIN-COUNTS
           PERFORM JUDGE-ABSENCES
           PERFORM PRINT-AUTHORISED-ABSENCES
           PERFORM PRINT-ABSENTEES
           PERFORM PRINT-ATT-SUMMARY
           CLOSE ATTRPT-FILE
           DISPLAY "Sign-ins matched: " WS-SIGNIN-TOTAL
               " ghosts: " WS-GHOST-COUNT
               " on leave: " WS-AUTHORISED-COUNT
               " absentees: " WS-ABSENT-COUNT
           STOP RUN.

                   MOVE EMP-NAME TO WS-TBL-EMP-NAME(EMP-IDX)
                   MOVE EMP-STATUS TO WS-TBL-EMP-STATUS(EMP-IDX)
                   MOVE 0 TO WS-TBL-SIGNIN-COUNT(EMP-IDX)
                   MOVE SPACE TO WS-TBL-LEAVE-TYPE(EMP-IDX)
               END-IF
               .

      * Folds LEAVE into the booking table; a LEAVE file that has
      * never been created just means nobody is on leave.
           LOAD-LEAVE-TABLE.
               OPEN INPUT LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
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
                               "past 5000 are not seen"
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

      * Works out the day of the week the FROM date falls on.
           SET-RANGE-WEEKDAY.
               MOVE WS-FROM-DATE(5:2) TO WS-ZEL-MONTH
               MOVE WS-FROM-DATE(1:4) TO WS-ZEL-YEAR
               IF WS-ZEL-MONTH < 3
                   ADD 12 TO WS-ZEL-MONTH
                   SUBTRACT 1 FROM WS-ZEL-YEAR
               END-IF
               DIVIDE WS-ZEL-YEAR BY 100
                   GIVING WS-ZEL-CENTURY
                   REMAINDER WS-ZEL-YOC
               COMPUTE WS-ZEL-QUOT = (13 * (WS-ZEL-MONTH + 1)) / 5
               MOVE WS-ZEL-QUOT TO WS-ZEL-WORK
               MOVE WS-FROM-DATE(7:2) TO WS-ZEL-QUOT
               ADD WS-ZEL-QUOT TO WS-ZEL-WORK
               ADD WS-ZEL-YOC TO WS-ZEL-WORK
               DIVIDE WS-ZEL-YOC BY 4 GIVING WS-ZEL-QUOT
               ADD WS-ZEL-QUOT TO WS-ZEL-WORK
               DIVIDE WS-ZEL-CENTURY BY 4 GIVING WS-ZEL-QUOT
               ADD WS-ZEL-QUOT TO WS-ZEL-WORK
               COMPUTE WS-ZEL-WORK = WS-ZEL-WORK + 5 * WS-ZEL-CENTURY
               DIVIDE WS-ZEL-WORK BY 7
                   GIVING WS-ZEL-QUOT
                   REMAINDER WS-FROM-WEEKDAY
               .

      * Judges every active employee with no sign-in in the range:
      * when leave still booked covers each weekday of the range
      * the absence is authorised and takes the type of the leave
      * covering the first of them; a weekday left uncovered (or a
      * range with no weekday at all) leaves it unauthorised.
           JUDGE-ABSENCES.
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-SIGNIN-COUNT(EMP-IDX) = 0
                           AND WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                       PERFORM GATHER-EMPLOYEE-LEAVE
                       IF WS-ELV-COUNT > 0
                           PERFORM WALK-RANGE-FOR-LEAVE
                           IF WS-COVERED-DAYS > 0
                                   AND WS-UNCOVERED-DAYS = 0
                               MOVE WS-FIRST-LEAVE-TYPE
                                   TO WS-TBL-LEAVE-TYPE(EMP-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               .

           GATHER-EMPLOYEE-LEAVE.
               MOVE 0 TO WS-ELV-COUNT
               PERFORM VARYING LVT-IDX FROM 1 BY 1
                       UNTIL LVT-IDX > WS-LVT-COUNT
                   IF WS-LVT-EMP-ID(LVT-IDX) = WS-TBL-EMP-ID(EMP-IDX)
                           AND WS-LVT-STATUS(LVT-IDX) = "B"
                           AND WS-LVT-START(LVT-IDX) <= WS-THRU-DATE
                           AND WS-LVT-END(LVT-IDX) >= WS-FROM-DATE
                           AND WS-ELV-COUNT < 100
                       ADD 1 TO WS-ELV-COUNT
                       SET ELV-IDX TO WS-ELV-COUNT
                       MOVE WS-LVT-TYPE(LVT-IDX) TO WS-ELV-TYPE(ELV-IDX)
                       MOVE WS-LVT-START(LVT-IDX)
                           TO WS-ELV-START(ELV-IDX)
                       MOVE WS-LVT-END(LVT-IDX) TO WS-ELV-END(ELV-IDX)
                   END-IF
               END-PERFORM
               .

           WALK-RANGE-FOR-LEAVE.
               MOVE 0 TO WS-COVERED-DAYS
               MOVE 0 TO WS-UNCOVERED-DAYS
               MOVE SPACE TO WS-FIRST-LEAVE-TYPE
               MOVE WS-FROM-DATE TO WS-WALK-DATE
               MOVE WS-FROM-WEEKDAY TO WS-WEEKDAY
               PERFORM UNTIL WS-WALK-DATE > WS-THRU-DATE
                   IF WS-WEEKDAY > 1
                       PERFORM JUDGE-WALK-DAY
                   END-IF
                   PERFORM STEP-FORWARD-ONE-DAY
               END-PERFORM
               .

           JUDGE-WALK-DAY.
               MOVE "N" TO WS-DAY-COVERED
               PERFORM VARYING ELV-IDX FROM 1 BY 1
                       UNTIL ELV-IDX > WS-ELV-COUNT
                       OR WS-DAY-COVERED = "Y"
                   IF WS-ELV-START(ELV-IDX) <= WS-WALK-DATE
                           AND WS-ELV-END(ELV-IDX) >= WS-WALK-DATE
                       MOVE "Y" TO WS-DAY-COVERED
                       IF WS-FIRST-LEAVE-TYPE = SPACE
                           MOVE WS-ELV-TYPE(ELV-IDX)
                               TO WS-FIRST-LEAVE-TYPE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-DAY-COVERED = "Y"
                   ADD 1 TO WS-COVERED-DAYS
               ELSE
                   ADD 1 TO WS-UNCOVERED-DAYS
               END-IF
               .

      * Steps WS-WALK-DATE forward one calendar day, month lengths
      * and leap years honored, and the day of the week with it.
           STEP-FORWARD-ONE-DAY.
               MOVE WS-WALK-YYYY TO WS-CHK-YYYY
               MOVE WS-WALK-MM TO WS-CHK-MM
               PERFORM SET-DAYS-IN-MONTH
               IF WS-WALK-DD < WS-MONTH-DAYS
                   ADD 1 TO WS-WALK-DD
               ELSE
                   MOVE 1 TO WS-WALK-DD
                   IF WS-WALK-MM < 12
                       ADD 1 TO WS-WALK-MM
                   ELSE
                       MOVE 1 TO WS-WALK-MM
                       ADD 1 TO WS-WALK-YYYY
                   END-IF
               END-IF
               IF WS-WEEKDAY < 6
                   ADD 1 TO WS-WEEKDAY
               ELSE
                   MOVE 0 TO WS-WEEKDAY
               END-IF
               .

               END-IF
               .

      * Lists the authorised absences grouped by leave type.
           PRINT-AUTHORISED-ABSENCES.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "AUTHORISED ABSENCES (LEAVE BOOKED)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "H" TO WS-PRINT-TYPE
               PERFORM PRINT-ABSENCES-OF-TYPE
               MOVE "S" TO WS-PRINT-TYPE
               PERFORM PRINT-ABSENCES-OF-TYPE
               MOVE "T" TO WS-PRINT-TYPE
               PERFORM PRINT-ABSENCES-OF-TYPE
               MOVE "O" TO WS-PRINT-TYPE
               PERFORM PRINT-ABSENCES-OF-TYPE
               IF WS-AUTHORISED-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Any type a booking carries that is not one of the four
      * listed ones still counts as other leave.
           PRINT-ABSENCES-OF-TYPE.
               EVALUATE WS-PRINT-TYPE
                   WHEN "H"
                       MOVE "HOLIDAY" TO WS-TYPE-DESC
                   WHEN "S"
                       MOVE "SICK LEAVE" TO WS-TYPE-DESC
                   WHEN "T"
                       MOVE "TRAINING" TO WS-TYPE-DESC
                   WHEN OTHER
                       MOVE "OTHER LEAVE" TO WS-TYPE-DESC
               END-EVALUATE
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-LEAVE-TYPE(EMP-IDX) = WS-PRINT-TYPE
                           OR (WS-PRINT-TYPE = "O"
                           AND WS-TBL-LEAVE-TYPE(EMP-IDX) NOT = SPACE
                           AND WS-TBL-LEAVE-TYPE(EMP-IDX) NOT = "H"
                           AND WS-TBL-LEAVE-TYPE(EMP-IDX) NOT = "S"
                           AND WS-TBL-LEAVE-TYPE(EMP-IDX) NOT = "T")
                       ADD 1 TO WS-AUTHORISED-COUNT
                       EVALUATE WS-PRINT-TYPE
                           WHEN "H"
                               ADD 1 TO WS-HOLIDAY-COUNT
                           WHEN "S"
                               ADD 1 TO WS-SICK-COUNT
                           WHEN "T"
                               ADD 1 TO WS-TRAINING-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-OTHER-LEAVE-COUNT
                       END-EVALUATE
                       MOVE WS-TBL-EMP-ID(EMP-IDX) TO AB-EMP-ID
                       MOVE WS-TBL-EMP-NAME(EMP-IDX) TO AB-EMP-NAME
                       MOVE WS-TYPE-DESC TO AB-LEAVE-TYPE
                       MOVE WS-ABSENCE-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               .

      * Lists active employees with no sign-in in the range and no
      * leave covering it; terminated employees still on EMPMAST
      * are expected to be absent and stay off the list.
           PRINT-ABSENTEES.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "UNAUTHORISED ABSENCES (NO SIGN-IN, NO LEAVE)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING EMP-IDX FROM 1 BY 1
                       UNTIL EMP-IDX > WS-EMP-COUNT
                   IF WS-TBL-SIGNIN-COUNT(EMP-IDX) = 0
                           AND WS-TBL-EMP-STATUS(EMP-IDX) NOT = "T"
                           AND WS-TBL-LEAVE-TYPE(EMP-IDX) = SPACE
                       ADD 1 TO WS-ABSENT-COUNT
                       PERFORM WRITE-COUNT-LINE
                   END-IF
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "AUTHORISED ABSENCES" TO SM-LABEL
               MOVE WS-AUTHORISED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  HOLIDAY" TO SM-LABEL
               MOVE WS-HOLIDAY-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  SICK LEAVE" TO SM-LABEL
               MOVE WS-SICK-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  TRAINING" TO SM-LABEL
               MOVE WS-TRAINING-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  OTHER LEAVE" TO SM-LABEL
               MOVE WS-OTHER-LEAVE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "UNAUTHORISED ABSENCES" TO SM-LABEL
               MOVE WS-ABSENT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
