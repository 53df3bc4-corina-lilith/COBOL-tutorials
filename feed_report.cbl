       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedRpt.

      * Monthly CALCIN feed report: for a keyed feed month, reads
      * the FEEDEXP schedule of sources expected to send Calc a
      * feed and the FEEDREG feed register CalcEdit appends to,
      * and writes a page-headed report to FEEDRPT in three
      * sections - feeds received, refused and resent per source,
      * the expected feeds that never arrived (a day with nothing
      * from a daily source, a weekday with nothing from a
      * Monday-to-Friday source, a month with nothing from a
      * monthly one), and sources on the register that FEEDEXP
      * does not schedule - followed by a summary, the same shape
      * AttRpt gives the absence list.  Feeds are counted by the
      * feed date on their header, not the day CalcEdit saw them.
      * Days from the business date on are not yet due and are
      * never reported missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDEXP-FILE ASSIGN TO "FEEDEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDEXP-STATUS.

           SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT FEEDRPT-FILE ASSIGN TO "FEEDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDEXP-FILE.
       COPY FEEDEXPR.

       FD  FEEDREG-FILE.
       COPY FEEDREGR.

       FD  FEEDRPT-FILE.
       01  FEED-REPORT-RECORD              PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       WORKING-STORAGE SECTION.
       01 WS-FEEDEXP-STATUS PIC X(2) VALUE "00".
       01 WS-FEEDREG-STATUS PIC X(2) VALUE "00".
       01 WS-FEEDEXP-EOF PIC X VALUE "N".
       01 WS-FEEDREG-EOF PIC X VALUE "N".

      * report month keyed at start-up as YYYYMM
       01 WS-REPORT-MONTH PIC X(06) VALUE SPACE.
       01 WS-MONTH-VALID PIC X VALUE "N".

      * calendar judgment of the keyed month - the first of the
      * month must be a real calendar date - and the month's
      * length, leap years honored, the same check AttRpt makes
      * on its date range
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the last day of the month that is due: the whole month
      * once it is over, the days before the business date while
      * it is still running, none for a month not yet begun
       01 WS-LAST-DUE-DAY PIC 9(2) VALUE 0.

      * day-of-week work for the Monday-to-Friday sources: the
      * first of the month is worked out once by Zeller's
      * congruence (0 Saturday, 1 Sunday, 2 Monday ... 6 Friday)
      * and stepped a day at a time from there
       01 WS-ZEL-MONTH PIC 9(2) VALUE 0.
       01 WS-ZEL-YEAR PIC 9(4) VALUE 0.
       01 WS-ZEL-CENTURY PIC 9(2) VALUE 0.
       01 WS-ZEL-YOC PIC 9(2) VALUE 0.
       01 WS-ZEL-WORK PIC 9(5) VALUE 0.
       01 WS-ZEL-QUOT PIC 9(5) VALUE 0.
       01 WS-FIRST-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-WEEKDAY PIC 9(1) VALUE 0.
       01 WS-DAY PIC 9(2) VALUE 0.
       01 WS-DAY-EXPECTED PIC X VALUE "N".

      * one entry per source: the FEEDEXP schedule first, then any
      * source met on the register that FEEDEXP does not carry
      * (frequency spaces); WS-SRC-ARRIVED has a "Y" in the
      * position of each feed date received
       01 WS-SRC-TABLE.
           05 WS-SRC-COUNT PIC 9(3) VALUE 0.
           05 WS-SRC-ENTRY OCCURS 100 TIMES INDEXED BY SRC-IDX.
               10 WS-SRC-SOURCE            PIC X(08).
               10 WS-SRC-FREQUENCY         PIC X(01).
               10 WS-SRC-DESCRIPTION       PIC X(30).
               10 WS-SRC-RECEIVED          PIC 9(5).
               10 WS-SRC-REFUSED           PIC 9(5).
               10 WS-SRC-RESENT            PIC 9(5).
               10 WS-SRC-MISSING           PIC 9(5).
               10 WS-SRC-ARRIVED           PIC X(31).
       01 WS-SRC-TABLE-FULL PIC X VALUE "N".
       01 WS-MATCH-FOUND PIC X VALUE "N".
       01 WS-FEED-DAY PIC 9(2) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-RECEIVED-TOTAL PIC 9(5) VALUE 0.
       01 WS-REFUSED-TOTAL PIC 9(5) VALUE 0.
       01 WS-RESENT-TOTAL PIC 9(5) VALUE 0.
       01 WS-MISSING-TOTAL PIC 9(5) VALUE 0.
       01 WS-UNSCHEDULED-COUNT PIC 9(5) VALUE 0.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(28) VALUE "CALCIN FEED REGISTER".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(13) VALUE "FEED MONTH  ".
           05 HL2-REPORT-MONTH PIC X(06).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(60) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(60) VALUE
               "SOURCE    FREQ  RECEIVED  REFUSED  RESENT  MISSING".

      * one per-source count line
       01 WS-SOURCE-LINE.
           05 SL-SOURCE                    PIC X(08).
           05 FILLER PIC X(4) VALUE SPACE.
           05 SL-FREQUENCY                 PIC X(01).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SL-RECEIVED                  PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 SL-REFUSED                   PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 SL-RESENT                    PIC ZZZZ9.
           05 FILLER PIC X(4) VALUE SPACE.
           05 SL-MISSING                   PIC ZZZZ9.

      * one expected-but-missing feed: the source and the feed
      * date that never arrived, or the whole month for a monthly
      * source
       01 WS-MISSING-LINE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 MS-SOURCE                    PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 MS-FEED-DATE                 PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 MS-DESCRIPTION               PIC X(30).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZ9.

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
           PERFORM SET-LAST-DUE-DAY
           PERFORM LOAD-EXPECTED-FEEDS
           PERFORM TALLY-FEED-REGISTER
           PERFORM OPEN-FEEDRPT
           PERFORM PRINT-SOURCE-COUNTS
           PERFORM PRINT-MISSING-FEEDS
           PERFORM PRINT-UNSCHEDULED
           PERFORM PRINT-FEED-SUMMARY
           CLOSE FEEDRPT-FILE
           DISPLAY "Feeds received: " WS-RECEIVED-TOTAL
               " refused: " WS-REFUSED-TOTAL
               " missing: " WS-MISSING-TOTAL
           IF WS-MISSING-TOTAL > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: the month's register records
      * counted in, the feeds received out, and the expected feeds
      * still missing as the rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "FEEDRPT" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               COMPUTE RH-IN-COUNT =
                   WS-RECEIVED-TOTAL + WS-REFUSED-TOTAL
               MOVE WS-RECEIVED-TOTAL TO RH-OUT-COUNT
               MOVE WS-MISSING-TOTAL TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the feed month; the first of it must be a real
      * calendar date.  WS-MONTH-DAYS is left holding the month's
      * length.
           GET-REPORT-MONTH.
               MOVE "N" TO WS-MONTH-VALID
               PERFORM UNTIL WS-MONTH-VALID = "Y"
                   DISPLAY "Report feed month (YYYYMM): "
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

      * A month wholly before the business date is due in full; the
      * business date's own month is due up to the day before it;
      * a later month has nothing due yet.  Also works out the day
      * of the week the month starts on.
           SET-LAST-DUE-DAY.
               IF WS-REPORT-MONTH < WS-BUSINESS-DATE(1:6)
                   MOVE WS-MONTH-DAYS TO WS-LAST-DUE-DAY
               ELSE
                   IF WS-REPORT-MONTH = WS-BUSINESS-DATE(1:6)
                       MOVE WS-BUSINESS-DATE(7:2) TO WS-LAST-DUE-DAY
                       SUBTRACT 1 FROM WS-LAST-DUE-DAY
                   ELSE
                       MOVE 0 TO WS-LAST-DUE-DAY
                   END-IF
               END-IF
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

      * Loads the FEEDEXP schedule; a FEEDEXP that has never been
      * created just means every source is reported unscheduled
      * and nothing can be missing.
           LOAD-EXPECTED-FEEDS.
               OPEN INPUT FEEDEXP-FILE
               IF WS-FEEDEXP-STATUS = "35"
                   DISPLAY "FEEDEXP not found - no feeds scheduled"
                   MOVE "Y" TO WS-FEEDEXP-EOF
               END-IF
               PERFORM UNTIL WS-FEEDEXP-EOF = "Y"
                   READ FEEDEXP-FILE
                       AT END
                           MOVE "Y" TO WS-FEEDEXP-EOF
                       NOT AT END
                           PERFORM ADD-SOURCE-TO-TABLE
                           IF WS-SRC-TABLE-FULL = "N"
                               MOVE FE-FREQUENCY
                                   TO WS-SRC-FREQUENCY(SRC-IDX)
                               MOVE FE-DESCRIPTION
                                   TO WS-SRC-DESCRIPTION(SRC-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FEEDEXP-STATUS NOT = "35"
                   CLOSE FEEDEXP-FILE
               END-IF
               .

      * Adds FE-SOURCE-SYSTEM (moved there by the caller for a
      * register source) as a fresh table entry, SRC-IDX left on
      * it.
           ADD-SOURCE-TO-TABLE.
               IF WS-SRC-COUNT >= 100
                   IF WS-SRC-TABLE-FULL = "N"
                       DISPLAY "** SOURCE TABLE FULL - sources "
                           "past 100 are not reported"
                       MOVE "Y" TO WS-SRC-TABLE-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-SRC-COUNT
                   SET SRC-IDX TO WS-SRC-COUNT
                   MOVE FE-SOURCE-SYSTEM TO WS-SRC-SOURCE(SRC-IDX)
                   MOVE SPACES TO WS-SRC-FREQUENCY(SRC-IDX)
                   MOVE SPACES TO WS-SRC-DESCRIPTION(SRC-IDX)
                   MOVE 0 TO WS-SRC-RECEIVED(SRC-IDX)
                   MOVE 0 TO WS-SRC-REFUSED(SRC-IDX)
                   MOVE 0 TO WS-SRC-RESENT(SRC-IDX)
                   MOVE 0 TO WS-SRC-MISSING(SRC-IDX)
                   MOVE SPACES TO WS-SRC-ARRIVED(SRC-IDX)
               END-IF
               .

      * Passes FEEDREG once, counting each register record whose
      * feed date falls in the month against its source.  Pending
      * releases are not feeds and are skipped.  A missing FEEDREG
      * just means nothing was received.
           TALLY-FEED-REGISTER.
               OPEN INPUT FEEDREG-FILE
               IF WS-FEEDREG-STATUS = "35"
                   DISPLAY "FEEDREG not found - no feeds registered"
                   MOVE "Y" TO WS-FEEDREG-EOF
               END-IF
               PERFORM UNTIL WS-FEEDREG-EOF = "Y"
                   READ FEEDREG-FILE
                       AT END
                           MOVE "Y" TO WS-FEEDREG-EOF
                       NOT AT END
                           IF FR-FEED-DATE(1:6) = WS-REPORT-MONTH
                                   AND FR-STATUS NOT = "P"
                               PERFORM TALLY-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FEEDREG-STATUS NOT = "35"
                   CLOSE FEEDREG-FILE
               END-IF
               .

           TALLY-ONE-FEED.
               MOVE "N" TO WS-MATCH-FOUND
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > WS-SRC-COUNT
                       OR WS-MATCH-FOUND = "Y"
                   IF WS-SRC-SOURCE(SRC-IDX) = FR-SOURCE-SYSTEM
                       MOVE "Y" TO WS-MATCH-FOUND
                   END-IF
               END-PERFORM
               IF WS-MATCH-FOUND = "Y"
                   SET SRC-IDX DOWN BY 1
               ELSE
                   MOVE FR-SOURCE-SYSTEM TO FE-SOURCE-SYSTEM
                   PERFORM ADD-SOURCE-TO-TABLE
                   IF WS-SRC-TABLE-FULL = "N"
                       MOVE "Y" TO WS-MATCH-FOUND
                   END-IF
               END-IF
               IF WS-MATCH-FOUND = "Y"
                   EVALUATE FR-STATUS
                       WHEN "R"
                           ADD 1 TO WS-SRC-REFUSED(SRC-IDX)
                           ADD 1 TO WS-REFUSED-TOTAL
                       WHEN "S"
                           ADD 1 TO WS-SRC-RESENT(SRC-IDX)
                           ADD 1 TO WS-RESENT-TOTAL
                           PERFORM NOTE-FEED-ARRIVAL
                       WHEN OTHER
                           PERFORM NOTE-FEED-ARRIVAL
                   END-EVALUATE
               END-IF
               .

           NOTE-FEED-ARRIVAL.
               ADD 1 TO WS-SRC-RECEIVED(SRC-IDX)
               ADD 1 TO WS-RECEIVED-TOTAL
               IF FR-FEED-DATE(7:2) IS NUMERIC
                   MOVE FR-FEED-DATE(7:2) TO WS-FEED-DAY
                   IF WS-FEED-DAY >= 1 AND WS-FEED-DAY <= 31
                       MOVE "Y"
                           TO WS-SRC-ARRIVED(SRC-IDX)(WS-FEED-DAY:1)
                   END-IF
               END-IF
               .

      * Works out each scheduled source's missing feeds so the
      * count column is filled before it is printed, then lists
      * one line per source.
           PRINT-SOURCE-COUNTS.
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > WS-SRC-COUNT
                   PERFORM COUNT-MISSING-FEEDS
               END-PERFORM
               PERFORM PRINT-HEADER
               MOVE "FEEDS BY SOURCE" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > WS-SRC-COUNT
                   MOVE WS-SRC-SOURCE(SRC-IDX) TO SL-SOURCE
                   MOVE WS-SRC-FREQUENCY(SRC-IDX) TO SL-FREQUENCY
                   MOVE WS-SRC-RECEIVED(SRC-IDX) TO SL-RECEIVED
                   MOVE WS-SRC-REFUSED(SRC-IDX) TO SL-REFUSED
                   MOVE WS-SRC-RESENT(SRC-IDX) TO SL-RESENT
                   MOVE WS-SRC-MISSING(SRC-IDX) TO SL-MISSING
                   MOVE WS-SOURCE-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-SRC-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * A monthly source is missing when nothing arrived in the
      * month once the month is wholly due; a daily or weekday
      * source is missing on each due day (weekdays only for "W")
      * with no arrival.
           COUNT-MISSING-FEEDS.
               EVALUATE WS-SRC-FREQUENCY(SRC-IDX)
                   WHEN "M"
                       IF WS-LAST-DUE-DAY = WS-MONTH-DAYS
                               AND WS-SRC-RECEIVED(SRC-IDX) = 0
                           MOVE 1 TO WS-SRC-MISSING(SRC-IDX)
                       END-IF
                   WHEN "D"
                   WHEN "W"
                       MOVE WS-FIRST-WEEKDAY TO WS-WEEKDAY
                       PERFORM VARYING WS-DAY FROM 1 BY 1
                               UNTIL WS-DAY > WS-LAST-DUE-DAY
                           PERFORM JUDGE-DAY-EXPECTED
                           IF WS-DAY-EXPECTED = "Y"
                                   AND WS-SRC-ARRIVED(SRC-IDX)
                                       (WS-DAY:1) NOT = "Y"
                               ADD 1 TO WS-SRC-MISSING(SRC-IDX)
                           END-IF
                           ADD 1 TO WS-WEEKDAY
                           IF WS-WEEKDAY > 6
                               MOVE 0 TO WS-WEEKDAY
                           END-IF
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD WS-SRC-MISSING(SRC-IDX) TO WS-MISSING-TOTAL
               .

      * WS-WEEKDAY 0 is Saturday and 1 Sunday, so a weekday source
      * expects a feed on 2 through 6.
           JUDGE-DAY-EXPECTED.
               MOVE "Y" TO WS-DAY-EXPECTED
               IF WS-SRC-FREQUENCY(SRC-IDX) = "W"
                       AND WS-WEEKDAY < 2
                   MOVE "N" TO WS-DAY-EXPECTED
               END-IF
               .

      * Lists every expected feed that did not arrive: a line per
      * missing day for daily and weekday sources, one line for
      * the month for a monthly source.
           PRINT-MISSING-FEEDS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "EXPECTED FEEDS NOT RECEIVED" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > WS-SRC-COUNT
                   IF WS-SRC-MISSING(SRC-IDX) > 0
                       PERFORM LIST-SOURCE-MISSING
                   END-IF
               END-PERFORM
               IF WS-MISSING-TOTAL = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           LIST-SOURCE-MISSING.
               MOVE WS-SRC-SOURCE(SRC-IDX) TO MS-SOURCE
               MOVE WS-SRC-DESCRIPTION(SRC-IDX) TO MS-DESCRIPTION
               IF WS-SRC-FREQUENCY(SRC-IDX) = "M"
                   MOVE SPACES TO MS-FEED-DATE
                   MOVE WS-REPORT-MONTH TO MS-FEED-DATE(1:6)
                   MOVE WS-MISSING-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE WS-FIRST-WEEKDAY TO WS-WEEKDAY
                   PERFORM VARYING WS-DAY FROM 1 BY 1
                           UNTIL WS-DAY > WS-LAST-DUE-DAY
                       PERFORM JUDGE-DAY-EXPECTED
                       IF WS-DAY-EXPECTED = "Y"
                               AND WS-SRC-ARRIVED(SRC-IDX)(WS-DAY:1)
                                   NOT = "Y"
                           MOVE WS-REPORT-MONTH TO MS-FEED-DATE(1:6)
                           MOVE WS-DAY TO MS-FEED-DATE(7:2)
                           MOVE WS-MISSING-LINE TO WS-PRINT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                       ADD 1 TO WS-WEEKDAY
                       IF WS-WEEKDAY > 6
                           MOVE 0 TO WS-WEEKDAY
                       END-IF
                   END-PERFORM
               END-IF
               .

      * Lists the sources that sent feeds but are not on the
      * FEEDEXP schedule - a new source nobody told operations
      * about, or a source ID keyed wrongly upstream.
           PRINT-UNSCHEDULED.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "UNSCHEDULED SOURCES (NOT ON FEEDEXP)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING SRC-IDX FROM 1 BY 1
                       UNTIL SRC-IDX > WS-SRC-COUNT
                   IF WS-SRC-FREQUENCY(SRC-IDX) = SPACES
                       ADD 1 TO WS-UNSCHEDULED-COUNT
                       MOVE SPACES TO WS-PRINT-LINE
                       MOVE WS-SRC-SOURCE(SRC-IDX)
                           TO WS-PRINT-LINE(3:8)
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-UNSCHEDULED-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the summary as the last section of the report.
           PRINT-FEED-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "FEEDS RECEIVED" TO SM-LABEL
               MOVE WS-RECEIVED-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  OF WHICH RELEASED RESENDS" TO SM-LABEL
               MOVE WS-RESENT-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "FEEDS REFUSED" TO SM-LABEL
               MOVE WS-REFUSED-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "EXPECTED FEEDS NOT RECEIVED" TO SM-LABEL
               MOVE WS-MISSING-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "UNSCHEDULED SOURCES" TO SM-LABEL
               MOVE WS-UNSCHEDULED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-FEEDRPT.
               OPEN OUTPUT FEEDRPT-FILE
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
               MOVE WS-PRINT-LINE TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, month and a rule
      * line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO FEED-REPORT-RECORD
                   WRITE FEED-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO FEED-REPORT-RECORD
               WRITE FEED-REPORT-RECORD
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
               MOVE "FEEDRPT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
