       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperRpt.

      * Operator activity report: for a keyed date range, brings
      * together every log that carries an operator stamp - Calc
      * postings on CALCLOG (CL-OPERATOR-ID), exceptions on CALCEXC
      * (CX-OPERATOR-ID), sign-ins and sign-outs on GREETLOG
      * (GL-OPERATOR-ID) and employee changes on EMPHIST
      * (CH-CHANGED-BY) - and writes a page-headed report to
      * OPERRPT of what each operator did each day: postings,
      * exceptions raised, how many of those have since been
      * resolved by CalcFix, sign-ins, sign-outs and employee
      * changes, with the first and last activity time of the day.
      * Operators are named from OPERMAST.  Activity stamped with
      * an ID that is disabled on OPERMAST, not on OPERMAST at all,
      * or stamped "UNKNOWN" (or left blank, on records from before
      * operators were stamped) is flagged and listed again in an
      * exceptions section, and RC 1 says there is some.  EMPHIST
      * changes made by the batch programs carry the program's name
      * instead of an operator (EMPTRAN, DEPTMNT, EMPSWEEP); they
      * are shown as batch activity, not flagged.  A last section
      * lists the active operators on OPERMAST with no activity in
      * the range at all - the dormant sign-ons the quarterly
      * access review asks about.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT CALCEXC-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCEXC-STATUS.

           SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT OPERRPT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  CALCLOG-FILE.
       COPY CALCLOGR.

       FD  CALCEXC-FILE.
       COPY CALCEXCR.

       FD  GREETLOG-FILE.
       COPY GRTLOGR.

       FD  EMPHIST-FILE.
       COPY EMPHISTR.

       FD  OPERRPT-FILE.
       01  OPER-REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-CALCLOG-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-EOF PIC X VALUE "N".
       01 WS-CALCEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXC-EOF PIC X VALUE "N".
       01 WS-GREETLOG-STATUS PIC X(2) VALUE "00".
       01 WS-GREETLOG-EOF PIC X VALUE "N".
       01 WS-EMPHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPHIST-EOF PIC X VALUE "N".

      * report date range keyed at start-up; a blank THRU date
      * reports the FROM date alone
       01 WS-FROM-DATE PIC X(08) VALUE SPACE.
       01 WS-THRU-DATE PIC X(08) VALUE SPACE.
       01 WS-FROM-VALID PIC X VALUE "N".
       01 WS-THRU-VALID PIC X VALUE "N".

      * calendar judgment of the keyed range dates - month 01-12,
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

      * OPERMAST as it stands, loaded once
       01 WS-OPER-TABLE.
           05 WS-OPR-COUNT PIC 9(4) VALUE 0.
           05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY OPR-IDX.
               10 WS-OPR-ID                PIC X(08).
               10 WS-OPR-NAME              PIC X(30).
               10 WS-OPR-AUTH-LEVEL        PIC X(01).
               10 WS-OPR-STATUS            PIC X(01).
       01 WS-OPR-FULL PIC X VALUE "N".
       01 WS-OPR-FOUND PIC X VALUE "N".

      * one entry per operator ID per day with any activity, kept
      * in ID and date order as entries are added
       01 WS-ACTIVITY-TABLE.
           05 WS-ACT-COUNT PIC 9(4) VALUE 0.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES INDEXED BY ACT-IDX.
               10 WS-ACT-KEY.
                   15 WS-ACT-ID            PIC X(08).
                   15 WS-ACT-DATE          PIC X(08).
               10 WS-ACT-CALC              PIC 9(5).
               10 WS-ACT-EXC               PIC 9(5).
               10 WS-ACT-RSLV              PIC 9(5).
               10 WS-ACT-IN                PIC 9(5).
               10 WS-ACT-OUT               PIC 9(5).
               10 WS-ACT-CHG               PIC 9(5).
               10 WS-ACT-FIRST             PIC X(08).
               10 WS-ACT-LAST              PIC X(08).
       01 WS-ACT-FULL PIC X VALUE "N".
       01 WS-ACT-FOUND PIC X VALUE "N".
       01 WS-ACT-ENTRY-OK PIC X VALUE "N".
       01 WS-ACT-SHIFT PIC 9(4) VALUE 0.

      * the one piece of activity being posted to the table: who,
      * when, and which column it counts in - C posting, E
      * exception (R when since resolved), I sign-in, O sign-out,
      * H employee change
       01 WS-POST-KEY.
           05 WS-POST-ID                   PIC X(08).
           05 WS-POST-DATE                 PIC X(08).
       01 WS-POST-TIME PIC X(08) VALUE SPACE.
       01 WS-POST-KIND PIC X VALUE SPACE.

      * one entry per operator ID met, in ID order, with how it
      * classified and its totals over the range - what the
      * flagged and idle sections are printed from
       01 WS-SEEN-TABLE.
           05 WS-SEEN-COUNT PIC 9(4) VALUE 0.
           05 WS-SEEN-ENTRY OCCURS 500 TIMES INDEXED BY SEEN-IDX.
               10 WS-SEEN-ID               PIC X(08).
               10 WS-SEEN-FLAG             PIC X(16).
               10 WS-SEEN-FLAGGED          PIC X(01).
               10 WS-SEEN-ACTIONS          PIC 9(7).
               10 WS-SEEN-FIRST-DATE       PIC X(08).
               10 WS-SEEN-LAST-DATE        PIC X(08).
       01 WS-SEEN-FULL PIC X VALUE "N".
       01 WS-SEEN-FOUND PIC X VALUE "N".

      * how the operator ID being printed classified against
      * OPERMAST
       01 WS-CLS-NAME PIC X(30) VALUE SPACE.
       01 WS-CLS-FLAG PIC X(16) VALUE SPACE.
       01 WS-CLS-FLAGGED PIC X VALUE "N".

      * the operator group being printed and its running totals
       01 WS-GROUP-OPEN PIC X VALUE "N".
       01 WS-GROUP-ID PIC X(08) VALUE SPACE.
       01 WS-GROUP-FIRST-DATE PIC X(08) VALUE SPACE.
       01 WS-GROUP-LAST-DATE PIC X(08) VALUE SPACE.
       01 WS-GRP-CALC PIC 9(7) VALUE 0.
       01 WS-GRP-EXC PIC 9(7) VALUE 0.
       01 WS-GRP-RSLV PIC 9(7) VALUE 0.
       01 WS-GRP-IN PIC 9(7) VALUE 0.
       01 WS-GRP-OUT PIC 9(7) VALUE 0.
       01 WS-GRP-CHG PIC 9(7) VALUE 0.
       01 WS-GRP-ACTIONS PIC 9(7) VALUE 0.

      * report-wide totals
       01 WS-TOT-CALC PIC 9(7) VALUE 0.
       01 WS-TOT-EXC PIC 9(7) VALUE 0.
       01 WS-TOT-RSLV PIC 9(7) VALUE 0.
       01 WS-TOT-IN PIC 9(7) VALUE 0.
       01 WS-TOT-OUT PIC 9(7) VALUE 0.
       01 WS-TOT-CHG PIC 9(7) VALUE 0.
       01 WS-OPERATORS-ACTIVE PIC 9(5) VALUE 0.
       01 WS-FLAGGED-IDS PIC 9(5) VALUE 0.
       01 WS-FLAGGED-ACTIONS PIC 9(7) VALUE 0.
       01 WS-IDLE-COUNT PIC 9(5) VALUE 0.

      * an HHMMSSss log time shown as HH:MM:SS
       01 WS-TIME-EDIT.
           05 TE-HH                        PIC X(02).
           05 FILLER PIC X(1) VALUE ":".
           05 TE-MM                        PIC X(02).
           05 FILLER PIC X(1) VALUE ":".
           05 TE-SS                        PIC X(02).

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(26) VALUE "OPERATOR ACTIVITY BY DAY".
           05 FILLER PIC X(14) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(11) VALUE "ACTIVITY  ".
           05 HL2-FROM-DATE PIC X(08).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 HL2-THRU-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(67) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "  DATE".
           05 FILLER PIC X(6) VALUE " CALC".
           05 FILLER PIC X(6) VALUE "  EXC".
           05 FILLER PIC X(6) VALUE " RSLV".
           05 FILLER PIC X(6) VALUE "   IN".
           05 FILLER PIC X(6) VALUE "  OUT".
           05 FILLER PIC X(7) VALUE "  CHG".
           05 FILLER PIC X(10) VALUE "FIRST".
           05 FILLER PIC X(4) VALUE "LAST".

      * the line that opens each operator's group
       01 WS-OPERATOR-LINE.
           05 FILLER PIC X(9) VALUE "OPERATOR ".
           05 OL-ID                        PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 OL-NAME                      PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 OL-FLAG                      PIC X(16).

      * one operator's day, and the operator's total under them
       01 WS-DAY-LINE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-DATE                      PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-CALC                      PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-EXC                       PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-RSLV                      PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-IN                        PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-OUT                       PIC ZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-CHG                       PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-FIRST                     PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-LAST                      PIC X(08).

      * one flagged operator ID with its activity over the range
       01 WS-FLAGGED-LINE.
           05 FL-ID                        PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 FL-FLAG                      PIC X(16).
           05 FILLER PIC X(2) VALUE SPACE.
           05 FL-ACTIONS                   PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE " ACTIONS ".
           05 FL-FIRST-DATE                PIC X(08).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 FL-LAST-DATE                 PIC X(08).

      * one active operator with no activity in the range
       01 WS-IDLE-LINE.
           05 IL-ID                        PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 IL-NAME                      PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 IL-AUTH                      PIC X(10).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM GET-DATE-RANGE
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM SCAN-CALCLOG
           PERFORM SCAN-CALCEXC
           PERFORM SCAN-GREETLOG
           PERFORM SCAN-EMPHIST
           PERFORM OPEN-OPERRPT
           PERFORM PRINT-ACTIVITY-SECTION
           PERFORM PRINT-FLAGGED-SECTION
           PERFORM PRINT-IDLE-SECTION
           PERFORM PRINT-OPER-SUMMARY
           CLOSE OPERRPT-FILE
           DISPLAY "Operators with activity: " WS-OPERATORS-ACTIVE
               " flagged IDs: " WS-FLAGGED-IDS
               " idle operators: " WS-IDLE-COUNT
           IF WS-FLAGGED-IDS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Accepts the report date range; both dates must be real
      * calendar dates, and a blank THRU date reports the FROM
      * date alone.
           GET-DATE-RANGE.
               MOVE "N" TO WS-FROM-VALID
               PERFORM UNTIL WS-FROM-VALID = "Y"
                   DISPLAY "Report from activity date (YYYYMMDD): "
                   ACCEPT WS-FROM-DATE
                   MOVE WS-FROM-DATE TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-FROM-VALID
                   ELSE
                       DISPLAY "Invalid date, please re-enter"
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-THRU-VALID
               PERFORM UNTIL WS-THRU-VALID = "Y"
                   DISPLAY "Thru activity date (blank for one day): "
                   ACCEPT WS-THRU-DATE
                   IF WS-THRU-DATE = SPACES
                       MOVE WS-FROM-DATE TO WS-THRU-DATE
                       MOVE "Y" TO WS-THRU-VALID
                   ELSE
                       MOVE WS-THRU-DATE TO WS-CHECK-DATE
                       PERFORM VALIDATE-CALENDAR-DATE
                       IF WS-DATE-VALID = "Y"
                               AND WS-THRU-DATE >= WS-FROM-DATE
                           MOVE "Y" TO WS-THRU-VALID
                       ELSE
                           DISPLAY "Invalid date, please re-enter"
                       END-IF
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

      * Loads OPERMAST into the operator table.  A missing
      * OPERMAST leaves the table empty, so every ID stamped in the
      * range shows as not on file.
           LOAD-OPERATOR-TABLE.
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - no operator names"
                   MOVE "Y" TO WS-OPERMAST-EOF
               END-IF
               PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                   READ OPERMAST-FILE
                       AT END
                           MOVE "Y" TO WS-OPERMAST-EOF
                       NOT AT END
                           IF WS-OPR-COUNT >= 500
                               IF WS-OPR-FULL = "N"
                                   DISPLAY "** OPERATOR TABLE FULL - "
                                       "operators past 500 show as "
                                       "not on file"
                                   MOVE "Y" TO WS-OPR-FULL
                               END-IF
                           ELSE
                               ADD 1 TO WS-OPR-COUNT
                               SET OPR-IDX TO WS-OPR-COUNT
                               MOVE OP-ID TO WS-OPR-ID(OPR-IDX)
                               MOVE OP-NAME TO WS-OPR-NAME(OPR-IDX)
                               MOVE OP-AUTH-LEVEL
                                   TO WS-OPR-AUTH-LEVEL(OPR-IDX)
                               MOVE OP-STATUS
                                   TO WS-OPR-STATUS(OPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OPERMAST-STATUS NOT = "35"
                   CLOSE OPERMAST-FILE
               END-IF
               .

      * Each in-range CALCLOG record is one posting, reversals
      * included - a reversal is a posting by the supervisor who
      * keyed it.
           SCAN-CALCLOG.
               OPEN INPUT CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
                   DISPLAY "CALCLOG not found - no postings"
                   MOVE "Y" TO WS-CALCLOG-EOF
               END-IF
               PERFORM UNTIL WS-CALCLOG-EOF = "Y"
                   READ CALCLOG-FILE
                       AT END
                           MOVE "Y" TO WS-CALCLOG-EOF
                       NOT AT END
                           IF CL-LOG-DATE >= WS-FROM-DATE
                                   AND CL-LOG-DATE <= WS-THRU-DATE
                               MOVE CL-OPERATOR-ID TO WS-POST-ID
                               MOVE CL-LOG-DATE TO WS-POST-DATE
                               MOVE CL-LOG-TIME TO WS-POST-TIME
                               MOVE "C" TO WS-POST-KIND
                               PERFORM POST-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCLOG-STATUS NOT = "35"
                   CLOSE CALCLOG-FILE
               END-IF
               .

      * Each in-range CALCEXC record is an exception the stamped
      * operator raised; one CalcFix has since flagged resolved
      * counts in the resolved column as well.
           SCAN-CALCEXC.
               OPEN INPUT CALCEXC-FILE
               IF WS-CALCEXC-STATUS = "35"
                   DISPLAY "CALCEXC not found - no exceptions"
                   MOVE "Y" TO WS-CALCEXC-EOF
               END-IF
               PERFORM UNTIL WS-CALCEXC-EOF = "Y"
                   READ CALCEXC-FILE
                       AT END
                           MOVE "Y" TO WS-CALCEXC-EOF
                       NOT AT END
                           IF CX-LOG-DATE >= WS-FROM-DATE
                                   AND CX-LOG-DATE <= WS-THRU-DATE
                               MOVE CX-OPERATOR-ID TO WS-POST-ID
                               MOVE CX-LOG-DATE TO WS-POST-DATE
                               MOVE CX-LOG-TIME TO WS-POST-TIME
                               IF CX-RESOLVED-FLAG = "Y"
                                   MOVE "R" TO WS-POST-KIND
                               ELSE
                                   MOVE "E" TO WS-POST-KIND
                               END-IF
                               PERFORM POST-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCEXC-STATUS NOT = "35"
                   CLOSE CALCEXC-FILE
               END-IF
               .

      * A sign-out is "O"; anything else - "I", or spaces on a
      * record written before departures were captured - is a
      * sign-in, as HrsRpt reads them.
           SCAN-GREETLOG.
               OPEN INPUT GREETLOG-FILE
               IF WS-GREETLOG-STATUS = "35"
                   DISPLAY "GREETLOG not found - no sign-ins"
                   MOVE "Y" TO WS-GREETLOG-EOF
               END-IF
               PERFORM UNTIL WS-GREETLOG-EOF = "Y"
                   READ GREETLOG-FILE
                       AT END
                           MOVE "Y" TO WS-GREETLOG-EOF
                       NOT AT END
                           IF GL-LOG-DATE >= WS-FROM-DATE
                                   AND GL-LOG-DATE <= WS-THRU-DATE
                               MOVE GL-OPERATOR-ID TO WS-POST-ID
                               MOVE GL-LOG-DATE TO WS-POST-DATE
                               MOVE GL-LOG-TIME TO WS-POST-TIME
                               IF GL-LOG-TYPE = "O"
                                   MOVE "O" TO WS-POST-KIND
                               ELSE
                                   MOVE "I" TO WS-POST-KIND
                               END-IF
                               PERFORM POST-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-GREETLOG-STATUS NOT = "35"
                   CLOSE GREETLOG-FILE
               END-IF
               .

           SCAN-EMPHIST.
               OPEN INPUT EMPHIST-FILE
               IF WS-EMPHIST-STATUS = "35"
                   DISPLAY "EMPHIST not found - no employee changes"
                   MOVE "Y" TO WS-EMPHIST-EOF
               END-IF
               PERFORM UNTIL WS-EMPHIST-EOF = "Y"
                   READ EMPHIST-FILE
                       AT END
                           MOVE "Y" TO WS-EMPHIST-EOF
                       NOT AT END
                           IF CH-CHANGE-DATE >= WS-FROM-DATE
                                   AND CH-CHANGE-DATE <= WS-THRU-DATE
                               MOVE CH-CHANGED-BY TO WS-POST-ID
                               MOVE CH-CHANGE-DATE TO WS-POST-DATE
                               MOVE CH-CHANGE-TIME TO WS-POST-TIME
                               MOVE "H" TO WS-POST-KIND
                               PERFORM POST-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPHIST-STATUS NOT = "35"
                   CLOSE EMPHIST-FILE
               END-IF
               .

      * Counts the staged activity on its operator's day and
      * widens the day's first/last times to take it in - the logs
      * are read one after another, so times arrive out of order.
           POST-ACTIVITY.
               PERFORM FIND-ACTIVITY-ENTRY
               IF WS-ACT-ENTRY-OK = "Y"
                   EVALUATE WS-POST-KIND
                       WHEN "C"
                           ADD 1 TO WS-ACT-CALC(ACT-IDX)
                       WHEN "E"
                           ADD 1 TO WS-ACT-EXC(ACT-IDX)
                       WHEN "R"
                           ADD 1 TO WS-ACT-EXC(ACT-IDX)
                           ADD 1 TO WS-ACT-RSLV(ACT-IDX)
                       WHEN "I"
                           ADD 1 TO WS-ACT-IN(ACT-IDX)
                       WHEN "O"
                           ADD 1 TO WS-ACT-OUT(ACT-IDX)
                       WHEN "H"
                           ADD 1 TO WS-ACT-CHG(ACT-IDX)
                   END-EVALUATE
                   IF WS-ACT-FIRST(ACT-IDX) = SPACES
                           OR WS-POST-TIME < WS-ACT-FIRST(ACT-IDX)
                       MOVE WS-POST-TIME TO WS-ACT-FIRST(ACT-IDX)
                   END-IF
                   IF WS-POST-TIME > WS-ACT-LAST(ACT-IDX)
                       MOVE WS-POST-TIME TO WS-ACT-LAST(ACT-IDX)
                   END-IF
               END-IF
               .

      * Finds the operator's entry for the day, or opens one in ID
      * and date order by shifting the higher entries up a place.
           FIND-ACTIVITY-ENTRY.
               MOVE "N" TO WS-ACT-FOUND
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > WS-ACT-COUNT
                       OR WS-ACT-FOUND = "Y"
                       OR WS-ACT-KEY(ACT-IDX) > WS-POST-KEY
                   IF WS-ACT-KEY(ACT-IDX) = WS-POST-KEY
                       MOVE "Y" TO WS-ACT-FOUND
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-ACT-ENTRY-OK
               IF WS-ACT-FOUND = "Y"
                   SET ACT-IDX DOWN BY 1
               ELSE
                   IF WS-ACT-COUNT >= 5000
                       MOVE "N" TO WS-ACT-ENTRY-OK
                       IF WS-ACT-FULL = "N"
                           DISPLAY "** ACTIVITY TABLE FULL - "
                               "operator days past 5000 not counted; "
                               "rerun for a shorter range"
                           MOVE "Y" TO WS-ACT-FULL
                       END-IF
                   ELSE
                       MOVE WS-ACT-COUNT TO WS-ACT-SHIFT
                       PERFORM UNTIL WS-ACT-SHIFT < ACT-IDX
                           MOVE WS-ACT-ENTRY(WS-ACT-SHIFT)
                               TO WS-ACT-ENTRY(WS-ACT-SHIFT + 1)
                           SUBTRACT 1 FROM WS-ACT-SHIFT
                       END-PERFORM
                       ADD 1 TO WS-ACT-COUNT
                       MOVE WS-POST-KEY TO WS-ACT-KEY(ACT-IDX)
                       MOVE 0 TO WS-ACT-CALC(ACT-IDX)
                       MOVE 0 TO WS-ACT-EXC(ACT-IDX)
                       MOVE 0 TO WS-ACT-RSLV(ACT-IDX)
                       MOVE 0 TO WS-ACT-IN(ACT-IDX)
                       MOVE 0 TO WS-ACT-OUT(ACT-IDX)
                       MOVE 0 TO WS-ACT-CHG(ACT-IDX)
                       MOVE SPACES TO WS-ACT-FIRST(ACT-IDX)
                       MOVE SPACES TO WS-ACT-LAST(ACT-IDX)
                   END-IF
               END-IF
               .

      * Lists each operator ID's days in ID and date order: a
      * line naming the operator (and any flag), a line per day,
      * and the operator's totals.
           PRINT-ACTIVITY-SECTION.
               PERFORM PRINT-HEADER
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "N" TO WS-GROUP-OPEN
               PERFORM VARYING ACT-IDX FROM 1 BY 1
                       UNTIL ACT-IDX > WS-ACT-COUNT
                   IF WS-GROUP-OPEN = "Y"
                           AND WS-ACT-ID(ACT-IDX) NOT = WS-GROUP-ID
                       PERFORM CLOSE-OPERATOR-GROUP
                   END-IF
                   IF WS-GROUP-OPEN = "N"
                       PERFORM OPEN-OPERATOR-GROUP
                   END-IF
                   PERFORM PRINT-ACTIVITY-DAY
               END-PERFORM
               IF WS-GROUP-OPEN = "Y"
                   PERFORM CLOSE-OPERATOR-GROUP
               END-IF
               IF WS-ACT-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           OPEN-OPERATOR-GROUP.
               MOVE "Y" TO WS-GROUP-OPEN
               MOVE WS-ACT-ID(ACT-IDX) TO WS-GROUP-ID
               MOVE WS-ACT-DATE(ACT-IDX) TO WS-GROUP-FIRST-DATE
               MOVE 0 TO WS-GRP-CALC
               MOVE 0 TO WS-GRP-EXC
               MOVE 0 TO WS-GRP-RSLV
               MOVE 0 TO WS-GRP-IN
               MOVE 0 TO WS-GRP-OUT
               MOVE 0 TO WS-GRP-CHG
               PERFORM CLASSIFY-OPERATOR
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-GROUP-ID TO OL-ID
               MOVE WS-CLS-NAME TO OL-NAME
               MOVE WS-CLS-FLAG TO OL-FLAG
               MOVE WS-OPERATOR-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-OPERATORS-ACTIVE
               .

           PRINT-ACTIVITY-DAY.
               MOVE WS-ACT-DATE(ACT-IDX) TO DL-DATE
               MOVE WS-ACT-DATE(ACT-IDX) TO WS-GROUP-LAST-DATE
               MOVE WS-ACT-CALC(ACT-IDX) TO DL-CALC
               MOVE WS-ACT-EXC(ACT-IDX) TO DL-EXC
               MOVE WS-ACT-RSLV(ACT-IDX) TO DL-RSLV
               MOVE WS-ACT-IN(ACT-IDX) TO DL-IN
               MOVE WS-ACT-OUT(ACT-IDX) TO DL-OUT
               MOVE WS-ACT-CHG(ACT-IDX) TO DL-CHG
               MOVE WS-ACT-FIRST(ACT-IDX)(1:2) TO TE-HH
               MOVE WS-ACT-FIRST(ACT-IDX)(3:2) TO TE-MM
               MOVE WS-ACT-FIRST(ACT-IDX)(5:2) TO TE-SS
               MOVE WS-TIME-EDIT TO DL-FIRST
               MOVE WS-ACT-LAST(ACT-IDX)(1:2) TO TE-HH
               MOVE WS-ACT-LAST(ACT-IDX)(3:2) TO TE-MM
               MOVE WS-ACT-LAST(ACT-IDX)(5:2) TO TE-SS
               MOVE WS-TIME-EDIT TO DL-LAST
               MOVE WS-DAY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD WS-ACT-CALC(ACT-IDX) TO WS-GRP-CALC
               ADD WS-ACT-EXC(ACT-IDX) TO WS-GRP-EXC
               ADD WS-ACT-RSLV(ACT-IDX) TO WS-GRP-RSLV
               ADD WS-ACT-IN(ACT-IDX) TO WS-GRP-IN
               ADD WS-ACT-OUT(ACT-IDX) TO WS-GRP-OUT
               ADD WS-ACT-CHG(ACT-IDX) TO WS-GRP-CHG
               .

      * Writes the operator's totals line, adds them into the
      * report totals, and records the operator in the seen table
      * for the flagged and idle sections.
           CLOSE-OPERATOR-GROUP.
               MOVE "N" TO WS-GROUP-OPEN
               MOVE "TOTAL" TO DL-DATE
               MOVE WS-GRP-CALC TO DL-CALC
               MOVE WS-GRP-EXC TO DL-EXC
               MOVE WS-GRP-RSLV TO DL-RSLV
               MOVE WS-GRP-IN TO DL-IN
               MOVE WS-GRP-OUT TO DL-OUT
               MOVE WS-GRP-CHG TO DL-CHG
               MOVE SPACES TO DL-FIRST
               MOVE SPACES TO DL-LAST
               MOVE WS-DAY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD WS-GRP-CALC TO WS-TOT-CALC
               ADD WS-GRP-EXC TO WS-TOT-EXC
               ADD WS-GRP-RSLV TO WS-TOT-RSLV
               ADD WS-GRP-IN TO WS-TOT-IN
               ADD WS-GRP-OUT TO WS-TOT-OUT
               ADD WS-GRP-CHG TO WS-TOT-CHG
               COMPUTE WS-GRP-ACTIONS = WS-GRP-CALC + WS-GRP-EXC
                   + WS-GRP-IN + WS-GRP-OUT + WS-GRP-CHG
               IF WS-CLS-FLAGGED = "Y"
                   ADD 1 TO WS-FLAGGED-IDS
                   ADD WS-GRP-ACTIONS TO WS-FLAGGED-ACTIONS
               END-IF
               IF WS-SEEN-COUNT >= 500
                   IF WS-SEEN-FULL = "N"
                       DISPLAY "** OPERATOR ID TABLE FULL - IDs "
                           "past 500 left off the flagged and idle "
                           "sections"
                       MOVE "Y" TO WS-SEEN-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-SEEN-COUNT
                   SET SEEN-IDX TO WS-SEEN-COUNT
                   MOVE WS-GROUP-ID TO WS-SEEN-ID(SEEN-IDX)
                   MOVE WS-CLS-FLAG TO WS-SEEN-FLAG(SEEN-IDX)
                   MOVE WS-CLS-FLAGGED TO WS-SEEN-FLAGGED(SEEN-IDX)
                   MOVE WS-GRP-ACTIONS TO WS-SEEN-ACTIONS(SEEN-IDX)
                   MOVE WS-GROUP-FIRST-DATE
                       TO WS-SEEN-FIRST-DATE(SEEN-IDX)
                   MOVE WS-GROUP-LAST-DATE
                       TO WS-SEEN-LAST-DATE(SEEN-IDX)
               END-IF
               .

      * Classifies WS-GROUP-ID: "UNKNOWN" (or blank) is a stamp
      * with no sign-on behind it; a batch program's name on an
      * EMPHIST change is batch activity; otherwise OPERMAST says
      * whether it is an active operator, a disabled one, or not
      * an operator at all.  Only the first is unflagged.
           CLASSIFY-OPERATOR.
               MOVE SPACES TO WS-CLS-NAME
               MOVE SPACES TO WS-CLS-FLAG
               MOVE "N" TO WS-CLS-FLAGGED
               MOVE "N" TO WS-OPR-FOUND
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > WS-OPR-COUNT
                       OR WS-OPR-FOUND = "Y"
                   IF WS-OPR-ID(OPR-IDX) = WS-GROUP-ID
                       MOVE "Y" TO WS-OPR-FOUND
                       MOVE WS-OPR-NAME(OPR-IDX) TO WS-CLS-NAME
                       IF WS-OPR-STATUS(OPR-IDX) = "D"
                           MOVE "DISABLED" TO WS-CLS-FLAG
                           MOVE "Y" TO WS-CLS-FLAGGED
                       END-IF
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-GROUP-ID = "UNKNOWN"
                   WHEN WS-GROUP-ID = SPACES
                       MOVE "UNKNOWN STAMP" TO WS-CLS-FLAG
                       MOVE "Y" TO WS-CLS-FLAGGED
                   WHEN WS-OPR-FOUND = "Y"
                       CONTINUE
                   WHEN WS-GROUP-ID = "EMPTRAN"
                   WHEN WS-GROUP-ID = "DEPTMNT"
                   WHEN WS-GROUP-ID = "EMPSWEEP"
                       MOVE "BATCH PROGRAM" TO WS-CLS-FLAG
                   WHEN OTHER
                       MOVE "NOT ON OPERMAST" TO WS-CLS-FLAG
                       MOVE "Y" TO WS-CLS-FLAGGED
               END-EVALUATE
               .

      * Lists again, in one place, every operator ID whose activity
      * was flagged, with how much of it there was and over which
      * days.
           PRINT-FLAGGED-SECTION.
               PERFORM PRINT-HEADER
               MOVE "FLAGGED ACTIVITY (DISABLED/NOT ON FILE/UNKNOWN)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING SEEN-IDX FROM 1 BY 1
                       UNTIL SEEN-IDX > WS-SEEN-COUNT
                   IF WS-SEEN-FLAGGED(SEEN-IDX) = "Y"
                       MOVE WS-SEEN-ID(SEEN-IDX) TO FL-ID
                       MOVE WS-SEEN-FLAG(SEEN-IDX) TO FL-FLAG
                       MOVE WS-SEEN-ACTIONS(SEEN-IDX) TO FL-ACTIONS
                       MOVE WS-SEEN-FIRST-DATE(SEEN-IDX)
                           TO FL-FIRST-DATE
                       MOVE WS-SEEN-LAST-DATE(SEEN-IDX)
                           TO FL-LAST-DATE
                       MOVE WS-FLAGGED-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-FLAGGED-IDS = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Lists the operators OPERMAST still has active that stamped
      * nothing in the range.
           PRINT-IDLE-SECTION.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "ACTIVE OPERATORS WITH NO ACTIVITY"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > WS-OPR-COUNT
                   IF WS-OPR-STATUS(OPR-IDX) NOT = "D"
                       MOVE "N" TO WS-SEEN-FOUND
                       PERFORM VARYING SEEN-IDX FROM 1 BY 1
                               UNTIL SEEN-IDX > WS-SEEN-COUNT
                               OR WS-SEEN-FOUND = "Y"
                           IF WS-SEEN-ID(SEEN-IDX) =
                                   WS-OPR-ID(OPR-IDX)
                               MOVE "Y" TO WS-SEEN-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-SEEN-FOUND = "N"
                           PERFORM PRINT-IDLE-OPERATOR
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-IDLE-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           PRINT-IDLE-OPERATOR.
               MOVE WS-OPR-ID(OPR-IDX) TO IL-ID
               MOVE WS-OPR-NAME(OPR-IDX) TO IL-NAME
               IF WS-OPR-AUTH-LEVEL(OPR-IDX) = "S"
                   MOVE "SUPERVISOR" TO IL-AUTH
               ELSE
                   MOVE "OPERATOR" TO IL-AUTH
               END-IF
               MOVE WS-IDLE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-IDLE-COUNT
               .

           PRINT-OPER-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "CALC POSTINGS" TO SM-LABEL
               MOVE WS-TOT-CALC TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "EXCEPTIONS RAISED" TO SM-LABEL
               MOVE WS-TOT-EXC TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "EXCEPTIONS SINCE RESOLVED" TO SM-LABEL
               MOVE WS-TOT-RSLV TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SIGN-INS RECORDED" TO SM-LABEL
               MOVE WS-TOT-IN TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SIGN-OUTS RECORDED" TO SM-LABEL
               MOVE WS-TOT-OUT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "EMPLOYEE CHANGES" TO SM-LABEL
               MOVE WS-TOT-CHG TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "OPERATOR IDS WITH ACTIVITY" TO SM-LABEL
               MOVE WS-OPERATORS-ACTIVE TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "FLAGGED OPERATOR IDS" TO SM-LABEL
               MOVE WS-FLAGGED-IDS TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "FLAGGED ACTIONS" TO SM-LABEL
               MOVE WS-FLAGGED-ACTIONS TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "ACTIVE OPERATORS IDLE" TO SM-LABEL
               MOVE WS-IDLE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-OPERRPT.
               OPEN OUTPUT OPERRPT-FILE
               MOVE WS-FROM-DATE TO HL2-FROM-DATE
               MOVE WS-THRU-DATE TO HL2-THRU-DATE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.  Sections stage their line in WS-PRINT-LINE, not the
      * record area, so a page break's headers cannot clobber it.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO OPER-REPORT-RECORD
               WRITE OPER-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, date range and a
      * rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO OPER-REPORT-RECORD
                   WRITE OPER-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO OPER-REPORT-RECORD
               WRITE OPER-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO OPER-REPORT-RECORD
               WRITE OPER-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO OPER-REPORT-RECORD
               WRITE OPER-REPORT-RECORD
               MOVE 0 TO WS-LINE-COUNT
               .
