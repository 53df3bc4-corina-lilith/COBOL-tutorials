       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldAge.

      * Nightly aging report for the high-value hold queue: reads
      * CALCHOLD and writes a page-headed report to HOLDRPT listing
      * every transaction still held ("H") that was held more than
      * two days before the business date - dual control that
      * nobody is exercising - followed by a summary of what is
      * still held in all, the same shape FeedRpt and AttRpt give
      * their lists.  Ends with RETURN-CODE 1 when anything is on
      * the aged list, so the job stream's output flags it.  Held
      * dates are business dates, so the two-day cut-off is
      * stepped back from the business date a calendar day at a
      * time, the same arithmetic RetSweep uses for its cut-offs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCHOLD-STATUS.

           SELECT HOLDRPT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCHOLD-FILE.
       COPY CALCHLDR.

       FD  HOLDRPT-FILE.
       01  HOLD-REPORT-RECORD              PIC X(80).

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCHOLD-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-CALCHOLD-EOF PIC X VALUE "N".

      * how many days a hold may wait before it ages onto the
      * report, and the cut-off date worked back from the business
      * date: a hold dated before the cut-off has waited more than
      * that many days
       01 WS-AGE-DAYS PIC 9(3) VALUE 2.
       01 WS-CUTOFF-DATE.
           05 WS-CUT-YYYY PIC 9(4) VALUE 0.
           05 WS-CUT-MM PIC 9(2) VALUE 0.
           05 WS-CUT-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * tallies over CALCHOLD, and the oldest hold still waiting
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-AGED-COUNT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-OLDEST-HELD PIC X(08) VALUE SPACE.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(28) VALUE "HIGH-VALUE HOLD AGING".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(15) VALUE "BUSINESS DATE  ".
           05 HL2-BUSINESS-DATE PIC X(08).
           05 FILLER PIC X(20) VALUE "   HELD BEFORE      ".
           05 HL2-CUTOFF-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(66) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(44) VALUE
               "HELD ON   RUN   TRANS SEQ  SOURCE    OP     ".
           05 FILLER PIC X(22) VALUE
               "      VALUE  BY".

      * one aged hold: when and where it was held, the value it
      * would post (the remainder for a "%") and who submitted it
       01 WS-AGED-LINE.
           05 AL-HOLD-DATE                 PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-RUN-NUMBER                PIC 9(04).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-TRANS-SEQ                 PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-SOURCE                    PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-OPERATION                 PIC X(01).
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-VALUE                     PIC -(11)9.99.
           05 FILLER PIC X(2) VALUE SPACE.
           05 AL-SUBMITTED-BY              PIC X(08).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZ9.

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

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM OPEN-HOLDRPT
           PERFORM PRINT-AGED-HOLDS
           PERFORM PRINT-HOLD-SUMMARY
           CLOSE HOLDRPT-FILE
           DISPLAY "Still held: " WS-HELD-COUNT
               " held over " WS-AGE-DAYS " days: " WS-AGED-COUNT
           IF WS-AGED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Steps the business date back WS-AGE-DAYS calendar days.
           COMPUTE-CUTOFF-DATE.
               MOVE WS-BUSINESS-DATE(1:4) TO WS-CUT-YYYY
               MOVE WS-BUSINESS-DATE(5:2) TO WS-CUT-MM
               MOVE WS-BUSINESS-DATE(7:2) TO WS-CUT-DD
               PERFORM STEP-BACK-ONE-DAY WS-AGE-DAYS TIMES
               .

           STEP-BACK-ONE-DAY.
               IF WS-CUT-DD > 1
                   SUBTRACT 1 FROM WS-CUT-DD
               ELSE
                   IF WS-CUT-MM > 1
                       SUBTRACT 1 FROM WS-CUT-MM
                   ELSE
                       MOVE 12 TO WS-CUT-MM
                       SUBTRACT 1 FROM WS-CUT-YYYY
                   END-IF
                   PERFORM SET-DAYS-IN-MONTH
                   MOVE WS-MONTH-DAYS TO WS-CUT-DD
               END-IF
               .

      * Month lengths, with February judged by the usual leap
      * rule: divisible by four, except centuries not divisible
      * by four hundred.
           SET-DAYS-IN-MONTH.
               EVALUATE WS-CUT-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN 2
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-CUT-YYYY BY 4
                           GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                           DIVIDE WS-CUT-YYYY BY 100
                               GIVING WS-LEAP-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               DIVIDE WS-CUT-YYYY BY 400
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

      * Passes CALCHOLD once, listing each hold still waiting from
      * before the cut-off and tallying the rest for the summary.
      * A CALCHOLD that has never been created just means nothing
      * has ever been held.
           PRINT-AGED-HOLDS.
               PERFORM PRINT-HEADER
               MOVE "HELD MORE THAN TWO DAYS" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               OPEN INPUT CALCHOLD-FILE
               IF WS-CALCHOLD-STATUS = "35"
                   DISPLAY "CALCHOLD not found - nothing held"
                   MOVE "Y" TO WS-CALCHOLD-EOF
               END-IF
               PERFORM UNTIL WS-CALCHOLD-EOF = "Y"
                   READ CALCHOLD-FILE
                       AT END
                           MOVE "Y" TO WS-CALCHOLD-EOF
                       NOT AT END
                           PERFORM TALLY-ONE-HOLD
                   END-READ
               END-PERFORM
               IF WS-CALCHOLD-STATUS NOT = "35"
                   CLOSE CALCHOLD-FILE
               END-IF
               IF WS-AGED-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * HD-HOLD-DATE is YYYYMMDD, so a plain alphanumeric compare
      * orders dates correctly.
           TALLY-ONE-HOLD.
               ADD 1 TO WS-RECORD-COUNT
               EVALUATE HD-STATUS
                   WHEN "H"
                       ADD 1 TO WS-HELD-COUNT
                       IF WS-OLDEST-HELD = SPACES
                               OR HD-HOLD-DATE < WS-OLDEST-HELD
                           MOVE HD-HOLD-DATE TO WS-OLDEST-HELD
                       END-IF
                       IF HD-HOLD-DATE < WS-CUTOFF-DATE
                           ADD 1 TO WS-AGED-COUNT
                           PERFORM WRITE-AGED-LINE
                       END-IF
                   WHEN "R"
                       ADD 1 TO WS-RELEASED-COUNT
                   WHEN "J"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

           WRITE-AGED-LINE.
               MOVE HD-HOLD-DATE TO AL-HOLD-DATE
               MOVE HD-RUN-NUMBER TO AL-RUN-NUMBER
               MOVE HD-TRANS-SEQ TO AL-TRANS-SEQ
               MOVE HD-SOURCE-SYSTEM TO AL-SOURCE
               MOVE HD-OPERATION TO AL-OPERATION
               IF HD-OPERATION = "%"
                   MOVE HD-REMAINDER TO AL-VALUE
               ELSE
                   MOVE HD-RESULT TO AL-VALUE
               END-IF
               MOVE HD-SUBMITTED-BY TO AL-SUBMITTED-BY
               MOVE WS-AGED-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Appends the summary as the last section of the report.
           PRINT-HOLD-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "STILL HELD" TO SM-LABEL
               MOVE WS-HELD-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "  OF WHICH HELD OVER TWO DAYS" TO SM-LABEL
               MOVE WS-AGED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "RELEASED TO CALCLOG" TO SM-LABEL
               MOVE WS-RELEASED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "REJECTED TO CALCEXC" TO SM-LABEL
               MOVE WS-REJECTED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               IF WS-HELD-COUNT > 0
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "     OLDEST HOLD STILL WAITING     "
                       WS-OLDEST-HELD
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           OPEN-HOLDRPT.
               OPEN OUTPUT HOLDRPT-FILE
               MOVE WS-BUSINESS-DATE TO HL2-BUSINESS-DATE
               MOVE WS-CUTOFF-DATE TO HL2-CUTOFF-DATE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, dates and a rule
      * line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO HOLD-REPORT-RECORD
                   WRITE HOLD-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
               MOVE 0 TO WS-LINE-COUNT
               .

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: CALCHOLD records read in, holds
      * still waiting out, and the aged holds as the rejected
      * column.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "HOLDAGE" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-RECORD-COUNT TO RH-IN-COUNT
               MOVE WS-HELD-COUNT TO RH-OUT-COUNT
               MOVE WS-AGED-COUNT TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
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
               MOVE "HOLDAGE" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
