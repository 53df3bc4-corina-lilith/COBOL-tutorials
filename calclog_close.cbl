       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcCls.

      * Month-end and year-end close of CALCLOG.  A month-end run
      * (function "M" and the month as YYYYMM on SYSIN) totals every
      * CALCLOG entry dated in the month by operation, by source
      * system and by operator, adds each figure to the year's
      * closed months before it for year-to-date, and appends the
      * lot to CALCPTOT, the permanent period-totals file, with a
      * page-headed close report to CLSRPT.  The month is then
      * closed on the CALCCLS control record: Calc, CalcRev and
      * HoldRel flag anything later dated into it, or reversing an
      * entry dated in it, as a prior-period adjustment, and the
      * next close carries those entries into its own month -
      * counted with the rest and shown again as adjustments - so
      * a closed month's totals are never restated.  Months close
      * strictly in turn and only once they have ended by the
      * business date.  A month still holding unresolved CALCEXC
      * exceptions is refused unless a supervisor has keyed a close
      * override for it with ClsOvr.
      * A year-end run (function "Y" and the year as YYYY) needs
      * December closed: it copies December's year-to-date figures
      * to CALCPTOT as the year's final totals and rolls the year
      * over, so January's close starts year-to-date afresh -
      * January is refused until it has been done.  CalcArch will
      * not purge a month this job has not closed.
      * RC 1 is a close carrying prior-period adjustments, run on
      * an override, or restarting year-to-date for want of the
      * previous month's totals; RC 2 a refused close or rollover;
      * RC 3 a month already closed or a year already rolled over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT CALCEXC-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCEXC-STATUS.

           SELECT CLSOVR-FILE ASSIGN TO "CLSOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLSOVR-STATUS.

           SELECT CALCCLS-FILE ASSIGN TO "CALCCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCCLS-STATUS.

           SELECT CALCPTOT-FILE ASSIGN TO "CALCPTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCPTOT-STATUS.

           SELECT CLSRPT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       COPY CALCLOGR.

       FD  CALCEXC-FILE.
       COPY CALCEXCR.

       FD  CLSOVR-FILE.
       COPY CLSOVRR.

       FD  CALCCLS-FILE.
       COPY CALCCLSR.

       FD  CALCPTOT-FILE.
       COPY CALCPTR.

       FD  CLSRPT-FILE.
       01  CLOSE-REPORT-RECORD             PIC X(100).

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCLOG-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CLSOVR-STATUS PIC X(2) VALUE "00".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".
       01 WS-CALCPTOT-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-EOF PIC X VALUE "N".
       01 WS-CALCEXC-EOF PIC X VALUE "N".
       01 WS-CLSOVR-EOF PIC X VALUE "N".
       01 WS-CALCPTOT-EOF PIC X VALUE "N".

      * function keyed at start-up: "M" month-end close, "Y"
      * year-end rollover
       01 WS-CLOSE-FUNCTION PIC X VALUE SPACE.
       01 WS-FUNCTION-VALID PIC X VALUE "N".

      * the month being closed (YYYYMM), or the year being rolled
      * over and its December
       01 WS-CLOSE-PERIOD PIC X(06) VALUE SPACE.
       01 WS-PERIOD-VALID PIC X VALUE "N".
       01 WS-ROLL-YEAR PIC X(04) VALUE SPACE.
       01 WS-ROLL-PERIOD PIC X(06) VALUE SPACE.
       01 WS-CLOSE-REFUSED PIC X VALUE "N".

      * the CALCCLS control record as read at start-up, updated in
      * storage and written back whole at the end of a close or
      * rollover
       01 WS-LAST-CLOSED-PERIOD PIC X(06) VALUE SPACE.
       01 WS-PRIOR-HIGH-SEQ PIC 9(09) VALUE 0.
       01 WS-CLOSED-DATE PIC X(08) VALUE SPACE.
       01 WS-CLOSED-TIME PIC X(08) VALUE SPACE.
       01 WS-CLOSED-OVERRIDE-BY PIC X(08) VALUE SPACE.
       01 WS-LAST-ROLLED-YEAR PIC X(04) VALUE SPACE.
       01 WS-ROLLED-DATE PIC X(08) VALUE SPACE.

      * the month after the last one closed - the only month the
      * next close may take
       01 WS-NEXT-PERIOD PIC X(06) VALUE SPACE.
       01 WS-NEXT-YYYY PIC 9(4) VALUE 0.
       01 WS-NEXT-MM PIC 9(2) VALUE 0.

      * calendar judgment of the keyed month or year, the same check
      * LeaveRpt makes on its report month
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * unresolved CALCEXC exceptions dated in the month, and the
      * latest supervisor override on CLSOVR for it
       01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERRIDE-BY PIC X(08) VALUE SPACE.
       01 WS-OVERRIDE-COUNT PIC 9(5) VALUE 0.

      * the CALCLOG pass: the entry being judged, its amount (the
      * remainder for a "%", the result otherwise, as CalcSum
      * totals them) and whether it belongs to the close and is a
      * prior-period adjustment
       01 WS-RECORD-SELECTED PIC X VALUE "N".
       01 WS-RECORD-ADJUSTS PIC X VALUE "N".
       01 WS-RECORD-LATE PIC X VALUE "N".
       01 WS-ENTRY-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-HIGH-POST-SEQ PIC 9(09) VALUE 0.

       01 WS-RECORDS-READ PIC 9(9) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(9) VALUE 0.
       01 WS-ADJ-TOTAL-COUNT PIC 9(9) VALUE 0.
       01 WS-LATE-COUNT PIC 9(9) VALUE 0.
       01 WS-TOTALS-WRITTEN PIC 9(9) VALUE 0.
       01 WS-PRIOR-LOADED PIC 9(5) VALUE 0.
       01 WS-YTD-RESTARTED PIC X VALUE "N".

      * the totals, one entry per operation ("O"), source system
      * ("S") and operator ("P") met, and one for the whole month
      * ("T"), kept in type and key order as entries are added -
      * month, adjustment and year-to-date figures side by side
       01 WS-TOT-TABLE.
           05 WS-TOT-COUNT PIC 9(4) VALUE 0.
           05 WS-TOT-ENTRY OCCURS 500 TIMES INDEXED BY TOT-IDX.
               10 WS-TOT-ID.
                   15 WS-TOT-TYPE          PIC X(01).
                   15 WS-TOT-KEY           PIC X(08).
               10 WS-TOT-MTD-COUNT         PIC 9(09).
               10 WS-TOT-MTD-AMOUNT        PIC S9(13)V99.
               10 WS-TOT-ADJ-COUNT         PIC 9(09).
               10 WS-TOT-ADJ-AMOUNT        PIC S9(13)V99.
               10 WS-TOT-YTD-COUNT         PIC 9(09).
               10 WS-TOT-YTD-AMOUNT        PIC S9(13)V99.
       01 WS-FIND-ID.
           05 WS-FIND-TYPE PIC X(01) VALUE SPACE.
           05 WS-FIND-KEY PIC X(08) VALUE SPACE.
       01 WS-TOT-FULL PIC X VALUE "N".
       01 WS-TOT-FOUND PIC X VALUE "N".
       01 WS-TOT-ENTRY-OK PIC X VALUE "N".
       01 WS-TOT-SHIFT PIC 9(4) VALUE 0.

      * the prior-period adjustments carried into the month, for
      * the detail section of the close report
       01 WS-ADJ-TABLE.
           05 WS-ADJ-COUNT PIC 9(4) VALUE 0.
           05 WS-ADJ-ENTRY OCCURS 500 TIMES INDEXED BY ADJ-IDX.
               10 WS-ADJ-POST-SEQ          PIC 9(09).
               10 WS-ADJ-LOG-DATE          PIC X(08).
               10 WS-ADJ-KIND              PIC X(08).
               10 WS-ADJ-OPERATION         PIC X(01).
               10 WS-ADJ-SOURCE            PIC X(08).
               10 WS-ADJ-OPERATOR          PIC X(08).
               10 WS-ADJ-PERIOD            PIC X(06).
               10 WS-ADJ-AMOUNT            PIC S9(13)V99.
       01 WS-ADJ-FULL PIC X VALUE "N".

      * section being printed: the entry type it lists and its title
       01 WS-PRINT-TYPE PIC X VALUE SPACE.
       01 WS-SECTION-TITLE PIC X(30) VALUE SPACE.
       01 WS-SECTION-LINES PIC 9(4) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(100) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(30) VALUE SPACE.
           05 HL1-TITLE PIC X(30) VALUE SPACE.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 HL2-LABEL PIC X(12) VALUE SPACE.
           05 HL2-PERIOD PIC X(06).
           05 FILLER PIC X(19) VALUE "   BUSINESS DATE ".
           05 HL2-BUSINESS-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(93) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "KEY".
           05 FILLER PIC X(10) VALUE " MTD COUNT".
           05 FILLER PIC X(18) VALUE "        MTD AMOUNT".
           05 FILLER PIC X(10) VALUE " ADJ COUNT".
           05 FILLER PIC X(18) VALUE "        ADJ AMOUNT".
           05 FILLER PIC X(10) VALUE " YTD COUNT".
           05 FILLER PIC X(18) VALUE "        YTD AMOUNT".

      * one totals line - an operation, source, operator or the
      * month - with its month, adjustment and year-to-date figures
       01 WS-TOTAL-LINE.
           05 TL-KEY                       PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 TL-MTD-COUNT                 PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-MTD-AMOUNT                PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-ADJ-COUNT                 PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-ADJ-AMOUNT                PIC -(13)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-YTD-COUNT                 PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 TL-YTD-AMOUNT                PIC -(13)9.99.

       01 WS-YEAR-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE "KEY".
           05 FILLER PIC X(10) VALUE "YEAR COUNT".
           05 FILLER PIC X(18) VALUE "       YEAR AMOUNT".

      * one year-end line: the year's final count and amount
       01 WS-YEAR-LINE.
           05 YL-KEY                       PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 YL-COUNT                     PIC ZZZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 YL-AMOUNT                    PIC -(13)9.99.

       01 WS-ADJ-COLUMN-LINE.
           05 FILLER PIC X(9) VALUE " POST SEQ".
           05 FILLER PIC X(10) VALUE "  LOG DATE".
           05 FILLER PIC X(10) VALUE "  KIND".
           05 FILLER PIC X(6) VALUE "  OP".
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(7) VALUE "ADJUSTS".
           05 FILLER PIC X(17) VALUE "           AMOUNT".

      * one prior-period adjustment: a reversal of an entry in a
      * closed month, or a late posting dated into one
       01 WS-ADJ-LINE.
           05 AL-POST-SEQ                  PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-LOG-DATE                  PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-KIND                      PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-OPERATION                 PIC X(01).
           05 FILLER PIC X(3) VALUE SPACE.
           05 AL-SOURCE                    PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-OPERATOR                  PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-ADJ-PERIOD                PIC X(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AL-AMOUNT                    PIC -(13)9.99.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(32).
           05 FILLER PIC X(3) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZZZ9.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

      * kind of CALCPTOT record being written: "M" month, "Y" year
       01 WS-RECORD-KIND PIC X VALUE SPACE.

       PROCEDURE DIVISION.
           DISPLAY "CALCLOG month-end and year-end close"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM READ-CLOSE-CONTROL
           PERFORM GET-CLOSE-FUNCTION
           IF WS-CLOSE-FUNCTION = "Y"
               PERFORM YEAR-END-ROLLOVER
           ELSE
               PERFORM MONTH-END-CLOSE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: CALCLOG records read in, CALCPTOT
      * records written out, and the month's unresolved exceptions
      * as rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "CALCCLS" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-RECORDS-READ TO RH-IN-COUNT
               MOVE WS-TOTALS-WRITTEN TO RH-OUT-COUNT
               MOVE WS-UNRESOLVED-COUNT TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Reads the single CALCCLS control record; no file, or an
      * empty one, means no month has ever been closed.  The month
      * after the last one closed is worked out here, since that is
      * the only month the close will take next.
           READ-CLOSE-CONTROL.
               OPEN INPUT CALCCLS-FILE
               IF WS-CALCCLS-STATUS = "35"
                   DISPLAY "CALCCLS not found - no month closed yet"
               ELSE
                   READ CALCCLS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CC-LAST-CLOSED-PERIOD
                               TO WS-LAST-CLOSED-PERIOD
                           MOVE CC-HIGH-POST-SEQ TO WS-PRIOR-HIGH-SEQ
                           MOVE CC-CLOSED-DATE TO WS-CLOSED-DATE
                           MOVE CC-CLOSED-TIME TO WS-CLOSED-TIME
                           MOVE CC-OVERRIDE-BY
                               TO WS-CLOSED-OVERRIDE-BY
                           MOVE CC-LAST-ROLLED-YEAR
                               TO WS-LAST-ROLLED-YEAR
                           MOVE CC-ROLLED-DATE TO WS-ROLLED-DATE
                   END-READ
                   CLOSE CALCCLS-FILE
               END-IF
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   MOVE WS-LAST-CLOSED-PERIOD(1:4) TO WS-NEXT-YYYY
                   MOVE WS-LAST-CLOSED-PERIOD(5:2) TO WS-NEXT-MM
                   IF WS-NEXT-MM = 12
                       ADD 1 TO WS-NEXT-YYYY
                       MOVE 1 TO WS-NEXT-MM
                   ELSE
                       ADD 1 TO WS-NEXT-MM
                   END-IF
                   MOVE WS-NEXT-YYYY TO WS-NEXT-PERIOD(1:4)
                   MOVE WS-NEXT-MM TO WS-NEXT-PERIOD(5:2)
                   DISPLAY "Last month closed " WS-LAST-CLOSED-PERIOD
               END-IF
               .

      * Accepts the close function, re-prompting until it is "M"
      * or "Y".
           GET-CLOSE-FUNCTION.
               MOVE "N" TO WS-FUNCTION-VALID
               PERFORM UNTIL WS-FUNCTION-VALID = "Y"
                   DISPLAY "Close function (M month-end, "
                       "Y year-end): "
                   ACCEPT WS-CLOSE-FUNCTION
                   EVALUATE WS-CLOSE-FUNCTION
                       WHEN "M"
                       WHEN "Y"
                           MOVE "Y" TO WS-FUNCTION-VALID
                       WHEN "m"
                           MOVE "M" TO WS-CLOSE-FUNCTION
                           MOVE "Y" TO WS-FUNCTION-VALID
                       WHEN "y"
                           MOVE "Y" TO WS-CLOSE-FUNCTION
                           MOVE "Y" TO WS-FUNCTION-VALID
                       WHEN OTHER
                           DISPLAY "Invalid function, please re-enter"
                   END-EVALUATE
               END-PERFORM
               .

      * Month-end close: judges the keyed month and any unresolved
      * exceptions in it, then tallies CALCLOG for the month, prints
      * CLSRPT, appends the month's totals to CALCPTOT and records
      * the close on CALCCLS.
           MONTH-END-CLOSE.
               PERFORM GET-CLOSE-PERIOD
               PERFORM JUDGE-CLOSE-PERIOD
               IF WS-CLOSE-REFUSED = "N"
                   PERFORM COUNT-UNRESOLVED-EXCEPTIONS
                   IF WS-UNRESOLVED-COUNT > 0
                       PERFORM FIND-CLOSE-OVERRIDE
                   END-IF
               END-IF
               IF WS-CLOSE-REFUSED = "N"
                   PERFORM OPEN-MONTH-TOTAL
                   PERFORM LOAD-PRIOR-YEAR-TO-DATE
                   PERFORM TALLY-CALCLOG
                   PERFORM ADD-MONTH-TO-YEAR
                   MOVE "CALCLOG MONTH-END CLOSE" TO HL1-TITLE
                   MOVE "CLOSE MONTH " TO HL2-LABEL
                   MOVE WS-CLOSE-PERIOD TO HL2-PERIOD
                   PERFORM OPEN-CLSRPT
                   PERFORM PRINT-MONTH-TOTALS
                   PERFORM PRINT-ADJUSTMENTS
                   PERFORM PRINT-CLOSE-SUMMARY
                   CLOSE CLSRPT-FILE
                   MOVE "M" TO WS-RECORD-KIND
                   PERFORM WRITE-PERIOD-TOTALS
                   MOVE WS-CLOSE-PERIOD TO WS-LAST-CLOSED-PERIOD
                   IF WS-HIGH-POST-SEQ > WS-PRIOR-HIGH-SEQ
                       MOVE WS-HIGH-POST-SEQ TO WS-PRIOR-HIGH-SEQ
                   END-IF
                   MOVE WS-BUSINESS-DATE TO WS-CLOSED-DATE
                   ACCEPT WS-CLOSED-TIME FROM TIME
                   MOVE WS-OVERRIDE-BY TO WS-CLOSED-OVERRIDE-BY
                   PERFORM WRITE-CLOSE-CONTROL
                   IF WS-ADJ-TOTAL-COUNT > 0
                           OR WS-OVERRIDE-BY NOT = SPACES
                           OR WS-YTD-RESTARTED = "Y"
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   DISPLAY "Month " WS-CLOSE-PERIOD " closed: "
                       WS-CLOSED-COUNT " records, "
                       WS-ADJ-TOTAL-COUNT " prior-period adjustments"
               END-IF
               .

      * Accepts the month to close; the first of it must be a real
      * calendar date.
           GET-CLOSE-PERIOD.
               MOVE "N" TO WS-PERIOD-VALID
               PERFORM UNTIL WS-PERIOD-VALID = "Y"
                   DISPLAY "Month to close (YYYYMM): "
                   ACCEPT WS-CLOSE-PERIOD
                   MOVE WS-CLOSE-PERIOD TO WS-CHECK-DATE(1:6)
                   MOVE "01" TO WS-CHECK-DATE(7:2)
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-PERIOD-VALID
                   ELSE
                       DISPLAY "Invalid month, please re-enter"
                   END-IF
               END-PERFORM
               .

      * A month closes once it has ended by the business date, in
      * turn after the last month closed, and - for a January -
      * only once the year before it has been rolled over.  The
      * first close ever may take any ended month.
           JUDGE-CLOSE-PERIOD.
               MOVE "N" TO WS-CLOSE-REFUSED
               EVALUATE TRUE
                   WHEN WS-CLOSE-PERIOD >= WS-BUSINESS-DATE(1:6)
                       DISPLAY "Month " WS-CLOSE-PERIOD " has not "
                           "ended - business date " WS-BUSINESS-DATE
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   WHEN WS-LAST-CLOSED-PERIOD = SPACES
                       CONTINUE
                   WHEN WS-CLOSE-PERIOD <= WS-LAST-CLOSED-PERIOD
                       DISPLAY "Month " WS-CLOSE-PERIOD " is already "
                           "closed"
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 3 TO RETURN-CODE
                   WHEN WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                       DISPLAY "Months close in turn - the next "
                           "month to close is " WS-NEXT-PERIOD
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   WHEN WS-LAST-CLOSED-PERIOD(5:2) = "12"
                           AND (WS-LAST-ROLLED-YEAR = SPACES
                           OR WS-LAST-ROLLED-YEAR
                               < WS-LAST-CLOSED-PERIOD(1:4))
                       DISPLAY "Year-end rollover for "
                           WS-LAST-CLOSED-PERIOD(1:4)
                           " has not been run"
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
               END-EVALUATE
               .

      * Counts the CALCEXC exceptions dated in the month that
      * CalcFix has not resolved (spaces reads as unresolved, as
      * everywhere else).  No CALCEXC means no exceptions.
           COUNT-UNRESOLVED-EXCEPTIONS.
               MOVE 0 TO WS-UNRESOLVED-COUNT
               MOVE "N" TO WS-CALCEXC-EOF
               OPEN INPUT CALCEXC-FILE
               IF WS-CALCEXC-STATUS = "35"
                   MOVE "Y" TO WS-CALCEXC-EOF
               END-IF
               PERFORM UNTIL WS-CALCEXC-EOF = "Y"
                   READ CALCEXC-FILE
                       AT END
                           MOVE "Y" TO WS-CALCEXC-EOF
                       NOT AT END
                           IF CX-LOG-DATE(1:6) = WS-CLOSE-PERIOD
                                   AND CX-RESOLVED-FLAG NOT = "Y"
                               ADD 1 TO WS-UNRESOLVED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCEXC-STATUS NOT = "35"
                   CLOSE CALCEXC-FILE
               END-IF
               .

      * The month holds unresolved exceptions: the close goes ahead
      * only on the latest CLSOVR override keyed for the month, and
      * only if it covered as many exceptions as are open now.
           FIND-CLOSE-OVERRIDE.
               MOVE SPACES TO WS-OVERRIDE-BY
               MOVE 0 TO WS-OVERRIDE-COUNT
               MOVE "N" TO WS-CLSOVR-EOF
               OPEN INPUT CLSOVR-FILE
               IF WS-CLSOVR-STATUS = "35"
                   MOVE "Y" TO WS-CLSOVR-EOF
               END-IF
               PERFORM UNTIL WS-CLSOVR-EOF = "Y"
                   READ CLSOVR-FILE
                       AT END
                           MOVE "Y" TO WS-CLSOVR-EOF
                       NOT AT END
                           IF CO-PERIOD = WS-CLOSE-PERIOD
                               MOVE CO-SUPERVISOR-ID TO WS-OVERRIDE-BY
                               MOVE CO-UNRESOLVED-COUNT
                                   TO WS-OVERRIDE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CLSOVR-STATUS NOT = "35"
                   CLOSE CLSOVR-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-OVERRIDE-BY = SPACES
                       DISPLAY WS-UNRESOLVED-COUNT " unresolved "
                           "CALCEXC exception(s) dated in "
                           WS-CLOSE-PERIOD " - close refused"
                       DISPLAY "Resolve them through CalcFix, or "
                           "have a supervisor key a close override "
                           "with ClsOvr"
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   WHEN WS-UNRESOLVED-COUNT > WS-OVERRIDE-COUNT
                       DISPLAY WS-UNRESOLVED-COUNT " unresolved "
                           "CALCEXC exception(s) dated in "
                           WS-CLOSE-PERIOD " - the override by "
                           WS-OVERRIDE-BY " covered "
                           WS-OVERRIDE-COUNT
                       DISPLAY "A fresh override is needed - close "
                           "refused"
                       MOVE SPACES TO WS-OVERRIDE-BY
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "** " WS-UNRESOLVED-COUNT
                           " unresolved CALCEXC exception(s) - "
                           "closing on the override by "
                           WS-OVERRIDE-BY
               END-EVALUATE
               .

      * Opens the month-total entry ahead of everything else, so a
      * month with nothing posted still writes its "T" record for
      * the next close to take year-to-date from.
           OPEN-MONTH-TOTAL.
               MOVE "T" TO WS-FIND-TYPE
               MOVE SPACES TO WS-FIND-KEY
               PERFORM FIND-TOTAL-ENTRY
               .

      * Seeds the year-to-date figures from the last month closed,
      * when it is in the same year: its CALCPTOT month records
      * carry the year so far.  A new year, or the first close
      * ever, starts from zero; a previous month with no totals on
      * CALCPTOT restarts the year-to-date here, with a warning.
           LOAD-PRIOR-YEAR-TO-DATE.
               MOVE 0 TO WS-PRIOR-LOADED
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                       AND WS-LAST-CLOSED-PERIOD(1:4)
                           = WS-CLOSE-PERIOD(1:4)
                   MOVE "N" TO WS-CALCPTOT-EOF
                   OPEN INPUT CALCPTOT-FILE
                   IF WS-CALCPTOT-STATUS = "35"
                       MOVE "Y" TO WS-CALCPTOT-EOF
                   END-IF
                   PERFORM UNTIL WS-CALCPTOT-EOF = "Y"
                       READ CALCPTOT-FILE
                           AT END
                               MOVE "Y" TO WS-CALCPTOT-EOF
                           NOT AT END
                               IF PT-PERIOD = WS-LAST-CLOSED-PERIOD
                                       AND PT-RECORD-KIND = "M"
                                   PERFORM NOTE-PRIOR-TOTAL
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CALCPTOT-STATUS NOT = "35"
                       CLOSE CALCPTOT-FILE
                   END-IF
                   IF WS-PRIOR-LOADED = 0
                       DISPLAY "** No CALCPTOT totals for "
                           WS-LAST-CLOSED-PERIOD " - year-to-date "
                           "restarts at " WS-CLOSE-PERIOD
                       MOVE "Y" TO WS-YTD-RESTARTED
                   END-IF
               END-IF
               .

           NOTE-PRIOR-TOTAL.
               MOVE PT-TOTAL-TYPE TO WS-FIND-TYPE
               MOVE PT-TOTAL-KEY TO WS-FIND-KEY
               PERFORM FIND-TOTAL-ENTRY
               IF WS-TOT-ENTRY-OK = "Y"
                   MOVE PT-YTD-COUNT TO WS-TOT-YTD-COUNT(TOT-IDX)
                   MOVE PT-YTD-AMOUNT TO WS-TOT-YTD-AMOUNT(TOT-IDX)
                   ADD 1 TO WS-PRIOR-LOADED
               END-IF
               .

      * Passes CALCLOG once.  An entry belongs to the close when it
      * is dated in the month, or when it is dated into a month
      * already closed but was posted after that close (a posting
      * sequence above the one CALCCLS recorded) - a late entry the
      * closed month's totals never saw.  The highest sequence on
      * file is kept for the control record.  No CALCLOG just means
      * nothing was posted.
           TALLY-CALCLOG.
               MOVE "N" TO WS-CALCLOG-EOF
               OPEN INPUT CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
                   DISPLAY "CALCLOG not found - nothing posted"
                   MOVE "Y" TO WS-CALCLOG-EOF
               END-IF
               PERFORM UNTIL WS-CALCLOG-EOF = "Y"
                   READ CALCLOG-FILE
                       AT END
                           MOVE "Y" TO WS-CALCLOG-EOF
                       NOT AT END
                           PERFORM NOTE-CALCLOG-RECORD
                   END-READ
               END-PERFORM
               IF WS-CALCLOG-STATUS NOT = "35"
                   CLOSE CALCLOG-FILE
               END-IF
               .

           NOTE-CALCLOG-RECORD.
               ADD 1 TO WS-RECORDS-READ
               MOVE "N" TO WS-RECORD-SELECTED
               MOVE "N" TO WS-RECORD-LATE
               IF CL-POST-SEQ IS NUMERIC
                   IF CL-POST-SEQ > WS-HIGH-POST-SEQ
                       MOVE CL-POST-SEQ TO WS-HIGH-POST-SEQ
                   END-IF
               END-IF
               IF CL-LOG-DATE(1:6) = WS-CLOSE-PERIOD
                   MOVE "Y" TO WS-RECORD-SELECTED
               ELSE
                   IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                           AND CL-LOG-DATE(1:6)
                               <= WS-LAST-CLOSED-PERIOD
                           AND CL-POST-SEQ IS NUMERIC
                       IF CL-POST-SEQ > WS-PRIOR-HIGH-SEQ
                           MOVE "Y" TO WS-RECORD-SELECTED
                           MOVE "Y" TO WS-RECORD-LATE
                       END-IF
                   END-IF
               END-IF
               IF WS-RECORD-SELECTED = "Y"
                   PERFORM CLOSE-CALCLOG-RECORD
               END-IF
               .

      * Adds one entry to its operation, source, operator and month
      * totals.  A late entry is always an adjustment to the month
      * it is dated in, whatever its flag says; otherwise the flag
      * the writer set decides.
           CLOSE-CALCLOG-RECORD.
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM SET-ENTRY-AMOUNT
               MOVE "N" TO WS-RECORD-ADJUSTS
               IF WS-RECORD-LATE = "Y" OR CL-PRIOR-PERIOD = "P"
                   MOVE "Y" TO WS-RECORD-ADJUSTS
                   ADD 1 TO WS-ADJ-TOTAL-COUNT
                   PERFORM NOTE-ADJUSTMENT
               END-IF
               IF WS-RECORD-LATE = "Y"
                   ADD 1 TO WS-LATE-COUNT
               END-IF
               MOVE "O" TO WS-FIND-TYPE
               MOVE SPACES TO WS-FIND-KEY
               MOVE CL-OPERATION TO WS-FIND-KEY(1:1)
               PERFORM ADD-TO-TOTAL
               MOVE "S" TO WS-FIND-TYPE
               MOVE CL-SOURCE-SYSTEM TO WS-FIND-KEY
               PERFORM ADD-TO-TOTAL
               MOVE "P" TO WS-FIND-TYPE
               MOVE CL-OPERATOR-ID TO WS-FIND-KEY
               PERFORM ADD-TO-TOTAL
               MOVE "T" TO WS-FIND-TYPE
               MOVE SPACES TO WS-FIND-KEY
               PERFORM ADD-TO-TOTAL
               .

      * The entry's amount: CL-REMAINDER for a "%", CL-RESULT
      * otherwise, a damaged figure contributing nothing - the
      * rule CalcSum and CalcArch total by.
           SET-ENTRY-AMOUNT.
               MOVE 0 TO WS-ENTRY-AMOUNT
               IF CL-OPERATION = "%"
                   IF CL-REMAINDER IS NUMERIC
                       MOVE CL-REMAINDER TO WS-ENTRY-AMOUNT
                   END-IF
               ELSE
                   IF CL-RESULT IS NUMERIC
                       MOVE CL-RESULT TO WS-ENTRY-AMOUNT
                   END-IF
               END-IF
               .

           ADD-TO-TOTAL.
               PERFORM FIND-TOTAL-ENTRY
               IF WS-TOT-ENTRY-OK = "Y"
                   ADD 1 TO WS-TOT-MTD-COUNT(TOT-IDX)
                   ADD WS-ENTRY-AMOUNT TO WS-TOT-MTD-AMOUNT(TOT-IDX)
                   IF WS-RECORD-ADJUSTS = "Y"
                       ADD 1 TO WS-TOT-ADJ-COUNT(TOT-IDX)
                       ADD WS-ENTRY-AMOUNT
                           TO WS-TOT-ADJ-AMOUNT(TOT-IDX)
                   END-IF
               END-IF
               .

      * Finds the entry for WS-FIND-ID, or opens one in type and
      * key order by shifting the higher entries up a place.
           FIND-TOTAL-ENTRY.
               MOVE "N" TO WS-TOT-FOUND
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > WS-TOT-COUNT
                       OR WS-TOT-FOUND = "Y"
                       OR WS-TOT-ID(TOT-IDX) > WS-FIND-ID
                   IF WS-TOT-ID(TOT-IDX) = WS-FIND-ID
                       MOVE "Y" TO WS-TOT-FOUND
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-TOT-ENTRY-OK
               IF WS-TOT-FOUND = "Y"
                   SET TOT-IDX DOWN BY 1
               ELSE
                   IF WS-TOT-COUNT >= 500
                       MOVE "N" TO WS-TOT-ENTRY-OK
                       IF WS-TOT-FULL = "N"
                           DISPLAY "** TOTALS TABLE FULL - "
                               "keys past 500 not totalled"
                           MOVE "Y" TO WS-TOT-FULL
                       END-IF
                   ELSE
                       MOVE WS-TOT-COUNT TO WS-TOT-SHIFT
                       PERFORM UNTIL WS-TOT-SHIFT < TOT-IDX
                           MOVE WS-TOT-ENTRY(WS-TOT-SHIFT)
                               TO WS-TOT-ENTRY(WS-TOT-SHIFT + 1)
                           SUBTRACT 1 FROM WS-TOT-SHIFT
                       END-PERFORM
                       ADD 1 TO WS-TOT-COUNT
                       MOVE WS-FIND-ID TO WS-TOT-ID(TOT-IDX)
                       MOVE 0 TO WS-TOT-MTD-COUNT(TOT-IDX)
                       MOVE 0 TO WS-TOT-MTD-AMOUNT(TOT-IDX)
                       MOVE 0 TO WS-TOT-ADJ-COUNT(TOT-IDX)
                       MOVE 0 TO WS-TOT-ADJ-AMOUNT(TOT-IDX)
                       MOVE 0 TO WS-TOT-YTD-COUNT(TOT-IDX)
                       MOVE 0 TO WS-TOT-YTD-AMOUNT(TOT-IDX)
                   END-IF
               END-IF
               .

      * Keeps the adjustment for the detail section: a reversal
      * adjusts the month its original was dated in, which the
      * writer stamped on it; a late posting adjusts its own.
           NOTE-ADJUSTMENT.
               IF WS-ADJ-COUNT >= 500
                   IF WS-ADJ-FULL = "N"
                       DISPLAY "** ADJUSTMENT TABLE FULL - "
                           "adjustments past 500 totalled, not listed"
                       MOVE "Y" TO WS-ADJ-FULL
                   END-IF
               ELSE
                   ADD 1 TO WS-ADJ-COUNT
                   SET ADJ-IDX TO WS-ADJ-COUNT
                   MOVE CL-POST-SEQ TO WS-ADJ-POST-SEQ(ADJ-IDX)
                   MOVE CL-LOG-DATE TO WS-ADJ-LOG-DATE(ADJ-IDX)
                   IF CL-ENTRY-TYPE = "R"
                       MOVE "REVERSAL" TO WS-ADJ-KIND(ADJ-IDX)
                   ELSE
                       MOVE "LATE" TO WS-ADJ-KIND(ADJ-IDX)
                   END-IF
                   MOVE CL-OPERATION TO WS-ADJ-OPERATION(ADJ-IDX)
                   MOVE CL-SOURCE-SYSTEM TO WS-ADJ-SOURCE(ADJ-IDX)
                   MOVE CL-OPERATOR-ID TO WS-ADJ-OPERATOR(ADJ-IDX)
                   IF CL-ADJ-PERIOD NOT = SPACES
                       MOVE CL-ADJ-PERIOD TO WS-ADJ-PERIOD(ADJ-IDX)
                   ELSE
                       MOVE CL-LOG-DATE(1:6)
                           TO WS-ADJ-PERIOD(ADJ-IDX)
                   END-IF
                   MOVE WS-ENTRY-AMOUNT TO WS-ADJ-AMOUNT(ADJ-IDX)
               END-IF
               .

      * Year-to-date is the year so far plus this month; a key with
      * no activity this month carries its year-to-date forward.
           ADD-MONTH-TO-YEAR.
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > WS-TOT-COUNT
                   ADD WS-TOT-MTD-COUNT(TOT-IDX)
                       TO WS-TOT-YTD-COUNT(TOT-IDX)
                   ADD WS-TOT-MTD-AMOUNT(TOT-IDX)
                       TO WS-TOT-YTD-AMOUNT(TOT-IDX)
               END-PERFORM
               .

      * Lists the totals by operation, by source system and by
      * operator, then the month as a whole.
           PRINT-MONTH-TOTALS.
               PERFORM PRINT-HEADER
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "O" TO WS-PRINT-TYPE
               MOVE "BY OPERATION" TO WS-SECTION-TITLE
               PERFORM PRINT-TOTAL-SECTION
               MOVE "S" TO WS-PRINT-TYPE
               MOVE "BY SOURCE SYSTEM" TO WS-SECTION-TITLE
               PERFORM PRINT-TOTAL-SECTION
               MOVE "P" TO WS-PRINT-TYPE
               MOVE "BY OPERATOR" TO WS-SECTION-TITLE
               PERFORM PRINT-TOTAL-SECTION
               MOVE "T" TO WS-PRINT-TYPE
               MOVE "MONTH TOTAL" TO WS-SECTION-TITLE
               PERFORM PRINT-TOTAL-SECTION
               .

           PRINT-TOTAL-SECTION.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-SECTION-LINES
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > WS-TOT-COUNT
                   IF WS-TOT-TYPE(TOT-IDX) = WS-PRINT-TYPE
                       ADD 1 TO WS-SECTION-LINES
                       PERFORM SET-PRINT-KEY
                       MOVE WS-TOT-MTD-COUNT(TOT-IDX) TO TL-MTD-COUNT
                       MOVE WS-TOT-MTD-AMOUNT(TOT-IDX)
                           TO TL-MTD-AMOUNT
                       MOVE WS-TOT-ADJ-COUNT(TOT-IDX) TO TL-ADJ-COUNT
                       MOVE WS-TOT-ADJ-AMOUNT(TOT-IDX)
                           TO TL-ADJ-AMOUNT
                       MOVE WS-TOT-YTD-COUNT(TOT-IDX) TO TL-YTD-COUNT
                       MOVE WS-TOT-YTD-AMOUNT(TOT-IDX)
                           TO TL-YTD-AMOUNT
                       MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-SECTION-LINES = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * The key as printed: an interactive session's blank source
      * shows as DESK, and the month line as its own period.
           SET-PRINT-KEY.
               MOVE WS-TOT-KEY(TOT-IDX) TO TL-KEY
               EVALUATE TRUE
                   WHEN WS-TOT-TYPE(TOT-IDX) = "T"
                       MOVE HL2-PERIOD TO TL-KEY
                   WHEN WS-TOT-TYPE(TOT-IDX) = "S"
                           AND WS-TOT-KEY(TOT-IDX) = SPACES
                       MOVE "DESK" TO TL-KEY
               END-EVALUATE
               MOVE TL-KEY TO YL-KEY
               .

      * Lists each prior-period adjustment carried into the month.
           PRINT-ADJUSTMENTS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "PRIOR-PERIOD ADJUSTMENTS" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-ADJ-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING ADJ-IDX FROM 1 BY 1
                       UNTIL ADJ-IDX > WS-ADJ-COUNT
                   MOVE WS-ADJ-POST-SEQ(ADJ-IDX) TO AL-POST-SEQ
                   MOVE WS-ADJ-LOG-DATE(ADJ-IDX) TO AL-LOG-DATE
                   MOVE WS-ADJ-KIND(ADJ-IDX) TO AL-KIND
                   MOVE WS-ADJ-OPERATION(ADJ-IDX) TO AL-OPERATION
                   MOVE WS-ADJ-SOURCE(ADJ-IDX) TO AL-SOURCE
                   IF WS-ADJ-SOURCE(ADJ-IDX) = SPACES
                       MOVE "DESK" TO AL-SOURCE
                   END-IF
                   MOVE WS-ADJ-OPERATOR(ADJ-IDX) TO AL-OPERATOR
                   MOVE WS-ADJ-PERIOD(ADJ-IDX) TO AL-ADJ-PERIOD
                   MOVE WS-ADJ-AMOUNT(ADJ-IDX) TO AL-AMOUNT
                   MOVE WS-ADJ-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-ADJ-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the summary as the last section of the report.
           PRINT-CLOSE-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "CALCLOG RECORDS READ" TO SM-LABEL
               MOVE WS-RECORDS-READ TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "RECORDS CLOSED INTO MONTH" TO SM-LABEL
               MOVE WS-CLOSED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "PRIOR-PERIOD ADJUSTMENTS" TO SM-LABEL
               MOVE WS-ADJ-TOTAL-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  LATE POSTINGS TO CLOSED MONTHS" TO SM-LABEL
               MOVE WS-LATE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "UNRESOLVED EXCEPTIONS IN MONTH" TO SM-LABEL
               MOVE WS-UNRESOLVED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               IF WS-OVERRIDE-BY NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "     CLOSED ON SUPERVISOR OVERRIDE BY "
                       WS-OVERRIDE-BY DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               IF WS-YTD-RESTARTED = "Y"
                   MOVE "     ** YEAR-TO-DATE RESTARTS THIS MONTH"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Year-end rollover: once December is closed, copies its
      * year-to-date totals to CALCPTOT as the year's final totals,
      * prints them on CLSRPT and records the rollover on CALCCLS.
           YEAR-END-ROLLOVER.
               PERFORM GET-ROLL-YEAR
               PERFORM JUDGE-ROLL-YEAR
               IF WS-CLOSE-REFUSED = "N"
                   PERFORM LOAD-DECEMBER-TOTALS
                   IF WS-TOT-COUNT = 0
                       DISPLAY "No December " WS-ROLL-YEAR
                           " totals on CALCPTOT - nothing to roll "
                           "over"
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-CLOSE-REFUSED = "N"
                   MOVE "CALCLOG YEAR-END ROLLOVER" TO HL1-TITLE
                   MOVE "YEAR ENDING " TO HL2-LABEL
                   MOVE WS-ROLL-PERIOD TO HL2-PERIOD
                   PERFORM OPEN-CLSRPT
                   PERFORM PRINT-YEAR-TOTALS
                   CLOSE CLSRPT-FILE
                   MOVE "Y" TO WS-RECORD-KIND
                   PERFORM WRITE-PERIOD-TOTALS
                   MOVE WS-ROLL-YEAR TO WS-LAST-ROLLED-YEAR
                   MOVE WS-BUSINESS-DATE TO WS-ROLLED-DATE
                   PERFORM WRITE-CLOSE-CONTROL
                   DISPLAY "Year " WS-ROLL-YEAR " rolled over - "
                       "year-to-date restarts with January"
               END-IF
               .

      * Accepts the year to roll over; 31 December of it must be a
      * real calendar date, which settles that it is four digits.
           GET-ROLL-YEAR.
               MOVE "N" TO WS-PERIOD-VALID
               PERFORM UNTIL WS-PERIOD-VALID = "Y"
                   DISPLAY "Year to roll over (YYYY): "
                   ACCEPT WS-ROLL-YEAR
                   MOVE WS-ROLL-YEAR TO WS-CHECK-DATE(1:4)
                   MOVE "1231" TO WS-CHECK-DATE(5:4)
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       MOVE "Y" TO WS-PERIOD-VALID
                   ELSE
                       DISPLAY "Invalid year, please re-enter"
                   END-IF
               END-PERFORM
               MOVE WS-ROLL-YEAR TO WS-ROLL-PERIOD(1:4)
               MOVE "12" TO WS-ROLL-PERIOD(5:2)
               .

      * A year rolls over once, and only when its December is the
      * last month closed.
           JUDGE-ROLL-YEAR.
               MOVE "N" TO WS-CLOSE-REFUSED
               EVALUATE TRUE
                   WHEN WS-LAST-ROLLED-YEAR NOT = SPACES
                           AND WS-LAST-ROLLED-YEAR >= WS-ROLL-YEAR
                       DISPLAY "Year " WS-ROLL-YEAR " is already "
                           "rolled over"
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 3 TO RETURN-CODE
                   WHEN WS-LAST-CLOSED-PERIOD = SPACES
                           OR WS-LAST-CLOSED-PERIOD < WS-ROLL-PERIOD
                       DISPLAY "December " WS-ROLL-YEAR " is not "
                           "closed yet - last month closed "
                           WS-LAST-CLOSED-PERIOD
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
                   WHEN WS-LAST-CLOSED-PERIOD > WS-ROLL-PERIOD
                       DISPLAY "Months after December " WS-ROLL-YEAR
                           " are already closed - last month closed "
                           WS-LAST-CLOSED-PERIOD
                       MOVE "Y" TO WS-CLOSE-REFUSED
                       MOVE 2 TO RETURN-CODE
               END-EVALUATE
               .

      * Loads December's month records: their year-to-date figures
      * are the year's final totals.  The month figures are left
      * at zero for the year-end records.
           LOAD-DECEMBER-TOTALS.
               MOVE "N" TO WS-CALCPTOT-EOF
               OPEN INPUT CALCPTOT-FILE
               IF WS-CALCPTOT-STATUS = "35"
                   MOVE "Y" TO WS-CALCPTOT-EOF
               END-IF
               PERFORM UNTIL WS-CALCPTOT-EOF = "Y"
                   READ CALCPTOT-FILE
                       AT END
                           MOVE "Y" TO WS-CALCPTOT-EOF
                       NOT AT END
                           IF PT-PERIOD = WS-ROLL-PERIOD
                                   AND PT-RECORD-KIND = "M"
                               PERFORM NOTE-PRIOR-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCPTOT-STATUS NOT = "35"
                   CLOSE CALCPTOT-FILE
               END-IF
               .

      * Lists the year's final totals by operation, by source
      * system and by operator, then the year as a whole.
           PRINT-YEAR-TOTALS.
               PERFORM PRINT-HEADER
               MOVE WS-YEAR-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "O" TO WS-PRINT-TYPE
               MOVE "BY OPERATION" TO WS-SECTION-TITLE
               PERFORM PRINT-YEAR-SECTION
               MOVE "S" TO WS-PRINT-TYPE
               MOVE "BY SOURCE SYSTEM" TO WS-SECTION-TITLE
               PERFORM PRINT-YEAR-SECTION
               MOVE "P" TO WS-PRINT-TYPE
               MOVE "BY OPERATOR" TO WS-SECTION-TITLE
               PERFORM PRINT-YEAR-SECTION
               MOVE "T" TO WS-PRINT-TYPE
               MOVE "YEAR TOTAL" TO WS-SECTION-TITLE
               PERFORM PRINT-YEAR-SECTION
               .

           PRINT-YEAR-SECTION.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-SECTION-TITLE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-SECTION-LINES
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > WS-TOT-COUNT
                   IF WS-TOT-TYPE(TOT-IDX) = WS-PRINT-TYPE
                       ADD 1 TO WS-SECTION-LINES
                       PERFORM SET-PRINT-KEY
                       IF WS-TOT-TYPE(TOT-IDX) = "T"
                           MOVE WS-ROLL-YEAR TO YL-KEY
                       END-IF
                       MOVE WS-TOT-YTD-COUNT(TOT-IDX) TO YL-COUNT
                       MOVE WS-TOT-YTD-AMOUNT(TOT-IDX) TO YL-AMOUNT
                       MOVE WS-YEAR-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-SECTION-LINES = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the table to CALCPTOT as WS-RECORD-KIND records for
      * the month closed or the year rolled over.  OPEN EXTEND does
      * not create a missing CALCPTOT, so the first close ever is
      * handled the same way Calc creates a missing CALCLOG.
           WRITE-PERIOD-TOTALS.
               OPEN EXTEND CALCPTOT-FILE
               IF WS-CALCPTOT-STATUS = "35"
                   OPEN OUTPUT CALCPTOT-FILE
                   CLOSE CALCPTOT-FILE
                   OPEN EXTEND CALCPTOT-FILE
               END-IF
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > WS-TOT-COUNT
                   IF WS-RECORD-KIND = "Y"
                       MOVE WS-ROLL-PERIOD TO PT-PERIOD
                   ELSE
                       MOVE WS-CLOSE-PERIOD TO PT-PERIOD
                   END-IF
                   MOVE WS-RECORD-KIND TO PT-RECORD-KIND
                   MOVE WS-TOT-TYPE(TOT-IDX) TO PT-TOTAL-TYPE
                   MOVE WS-TOT-KEY(TOT-IDX) TO PT-TOTAL-KEY
                   MOVE WS-TOT-MTD-COUNT(TOT-IDX) TO PT-MTD-COUNT
                   MOVE WS-TOT-MTD-AMOUNT(TOT-IDX) TO PT-MTD-AMOUNT
                   MOVE WS-TOT-ADJ-COUNT(TOT-IDX) TO PT-ADJ-COUNT
                   MOVE WS-TOT-ADJ-AMOUNT(TOT-IDX) TO PT-ADJ-AMOUNT
                   MOVE WS-TOT-YTD-COUNT(TOT-IDX) TO PT-YTD-COUNT
                   MOVE WS-TOT-YTD-AMOUNT(TOT-IDX) TO PT-YTD-AMOUNT
                   MOVE WS-BUSINESS-DATE TO PT-CLOSED-DATE
                   WRITE PERIOD-TOTAL-RECORD
                   ADD 1 TO WS-TOTALS-WRITTEN
               END-PERFORM
               CLOSE CALCPTOT-FILE
               .

      * Writes the CALCCLS control record back whole.
           WRITE-CLOSE-CONTROL.
               OPEN OUTPUT CALCCLS-FILE
               MOVE WS-LAST-CLOSED-PERIOD TO CC-LAST-CLOSED-PERIOD
               MOVE WS-PRIOR-HIGH-SEQ TO CC-HIGH-POST-SEQ
               MOVE WS-CLOSED-DATE TO CC-CLOSED-DATE
               MOVE WS-CLOSED-TIME TO CC-CLOSED-TIME
               MOVE WS-CLOSED-OVERRIDE-BY TO CC-OVERRIDE-BY
               MOVE WS-LAST-ROLLED-YEAR TO CC-LAST-ROLLED-YEAR
               MOVE WS-ROLLED-DATE TO CC-ROLLED-DATE
               WRITE CALC-CLOSE-RECORD
               CLOSE CALCCLS-FILE
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

           OPEN-CLSRPT.
               OPEN OUTPUT CLSRPT-FILE
               MOVE WS-BUSINESS-DATE TO HL2-BUSINESS-DATE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, period and a rule
      * line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO CLOSE-REPORT-RECORD
                   WRITE CLOSE-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
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
               MOVE "CALCCLS" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
