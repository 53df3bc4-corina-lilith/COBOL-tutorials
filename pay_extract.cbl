       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayExtr.

      * Pay-period time-and-attendance extract: turns the GREETLOG
      * sign-in/sign-out pairs for a pay period into the PAYTA
      * interface file payroll loads, instead of payroll re-keying
      * the figures off HrsRpt every period.  Pairs are matched the
      * way HrsRpt matches them - a sign-out closes the same name's
      * open sign-in for the same day - and the minutes are totalled
      * per employee per day.  Each day is resolved to EMP-ID and
      * department through EMPMAST's name index and written as one
      * "D" record, split at the daily overtime limit into regular
      * minutes and minutes over, between a header and a trailer
      * carrying the period, record count and an hours hash total.
      * Nothing doubtful goes to payroll: open pairs, sign-outs with
      * no sign-in, and names EMPMAST does not know (or knows more
      * than once) are listed on the PAYSUSP suspense report
      * instead, and RC 1 says the suspense report needs a look.
      * Every extraction is recorded on the PAYREG register, and a
      * period overlapping one already extracted is refused with
      * RC 3 until a supervisor resets it with PayRst.  A period
      * that is not a pair of real dates, ends after the business
      * date, or has no EMPMAST to resolve against is refused with
      * RC 2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GREETLOG-FILE ASSIGN TO "GREETLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GREETLOG-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT PAYTA-FILE ASSIGN TO "PAYTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYTA-STATUS.

           SELECT PAYSUSP-FILE ASSIGN TO "PAYSUSP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYREG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GREETLOG-FILE.
       COPY GRTLOGR.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  PAYTA-FILE.
       COPY PAYTAR.

       FD  PAYSUSP-FILE.
       01  PAY-SUSPENSE-RECORD             PIC X(80).

       FD  PAYREG-FILE.
       COPY PAYREGR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-GREETLOG-STATUS PIC X(2) VALUE "00".
       01 WS-GREETLOG-EOF PIC X VALUE "N".
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-PAYTA-STATUS PIC X(2) VALUE "00".
       01 WS-PAYREG-STATUS PIC X(2) VALUE "00".
       01 WS-PAYREG-EOF PIC X VALUE "N".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".

      * the pay period and daily overtime limit read from SYSIN at
      * start-up; a blank limit means the standard eight-hour day
       01 WS-FROM-DATE PIC X(08) VALUE SPACE.
       01 WS-THRU-DATE PIC X(08) VALUE SPACE.
       01 WS-PERIOD-VALID PIC X VALUE "N".
       01 WS-FROM-VALID PIC X VALUE "N".
       01 WS-THRU-VALID PIC X VALUE "N".
       01 WS-OT-LIMIT-VALID PIC X VALUE "N".
       01 WS-OT-LIMIT-X PIC X(04) VALUE SPACE.
       01 WS-OT-LIMIT-DIGITS PIC X(04) JUSTIFIED RIGHT VALUE SPACE.
       01 WS-OT-LIMIT-LEN PIC 9(2) VALUE 0.
       01 WS-OT-LIMIT PIC 9(04) VALUE 480.

      * calendar judgment of the period dates - month 01-12, day
      * valid for the month, leap years honored - the same check
      * Greet's GET_AGE makes on a date of birth
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * periods PAYREG still shows as extracted: an "E" adds one, a
      * later "R" for the same dates takes it out again, and what
      * is left "Y" at end of file blocks an overlapping period
       01 WS-PERIOD-TABLE.
           05 WS-PRD-COUNT PIC 9(4) VALUE 0.
           05 WS-PRD-ENTRY OCCURS 500 TIMES INDEXED BY PRD-IDX.
               10 WS-PRD-ACTIVE            PIC X(01).
               10 WS-PRD-FROM              PIC X(08).
               10 WS-PRD-THRU              PIC X(08).
               10 WS-PRD-EXTRACTED-ON      PIC X(08).
       01 WS-PERIOD-TABLE-FULL PIC X VALUE "N".
       01 WS-PERIOD-BLOCKED PIC X VALUE "N".
       01 WS-BLOCK-FROM PIC X(08) VALUE SPACE.
       01 WS-BLOCK-THRU PIC X(08) VALUE SPACE.
       01 WS-BLOCK-ON PIC X(08) VALUE SPACE.

      * sign-ins still waiting for their sign-out while the period
      * is passed, kept exactly as HrsRpt keeps them
       01 WS-OPEN-TABLE.
           05 WS-OPEN-COUNT PIC 9(4) VALUE 0.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES INDEXED BY OPN-IDX.
               10 WS-OPN-ACTIVE            PIC X(01).
               10 WS-OPN-EMP-NAME          PIC X(30).
               10 WS-OPN-LOG-DATE          PIC X(08).
               10 WS-OPN-LOG-TIME          PIC X(08).
       01 WS-OPEN-TABLE-FULL PIC X VALUE "N".
       01 WS-OPEN-FOUND PIC X VALUE "N".
       01 WS-FREE-SLOT PIC 9(4) VALUE 0.

      * matched minutes per name per day - one interface "D" record
      * each; a full table is reported loudly and the period should
      * be rerun in shorter pieces
       01 WS-DAY-TABLE.
           05 WS-DAY-COUNT PIC 9(4) VALUE 0.
           05 WS-DAY-ENTRY OCCURS 5000 TIMES INDEXED BY DAY-IDX.
               10 WS-DAY-EMP-NAME          PIC X(30).
               10 WS-DAY-WORK-DATE         PIC X(08).
               10 WS-DAY-MINS              PIC 9(05).
       01 WS-DAY-TABLE-FULL PIC X VALUE "N".
       01 WS-DAY-FOUND PIC X VALUE "N".

      * work fields for turning a pair of HHMMSSss log times into
      * minutes on site; a clock oddity that orders the pair
      * backwards credits zero rather than wrapping
       01 WS-IN-HH PIC 9(2) VALUE 0.
       01 WS-IN-MM PIC 9(2) VALUE 0.
       01 WS-OUT-HH PIC 9(2) VALUE 0.
       01 WS-OUT-MM PIC 9(2) VALUE 0.
       01 WS-PAIR-MINS PIC S9(5) VALUE 0.

      * what the EMPMAST name index said about the day's name:
      * not on file, on file once, or on file more than once
       01 WS-NAME-RESOLVED PIC X VALUE "N".
       01 WS-NAME-AMBIGUOUS PIC X VALUE "N".
       01 WS-RESOLVED-ID PIC 9(06) VALUE 0.
       01 WS-RESOLVED-DEPT PIC X(03) VALUE SPACE.

      * interface totals, carried on the trailer and the register
       01 WS-DETAIL-COUNT PIC 9(09) VALUE 0.
       01 WS-HOURS-HASH PIC 9(11) VALUE 0.
       01 WS-REGULAR-MINS PIC 9(05) VALUE 0.
       01 WS-OVERTIME-MINS PIC 9(05) VALUE 0.
       01 WS-OVERTIME-DAYS PIC 9(05) VALUE 0.

      * suspense counts
       01 WS-PAIR-TOTAL PIC 9(5) VALUE 0.
       01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-LEFT-COUNT PIC 9(5) VALUE 0.
       01 WS-UNRESOLVED-COUNT PIC 9(5) VALUE 0.
       01 WS-SUSPENSE-COUNT PIC 9(5) VALUE 0.

       01 WS-RUN-RC PIC 9(4) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(22) VALUE SPACE.
           05 FILLER PIC X(29)
               VALUE "PAYROLL T&A EXTRACT SUSPENSE".
           05 FILLER PIC X(14) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(11) VALUE "PAY PERIOD ".
           05 HL2-FROM-DATE PIC X(08).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 HL2-THRU-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(60) VALUE ALL "-".

      * one unmatched sign-out or open sign-in: the logged name
      * with its date and time, shared by both sections
       01 WS-EXCEPTION-LINE.
           05 EX-EMP-NAME                  PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EX-LOG-DATE                  PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EX-LOG-TIME                  PIC X(08).

      * one day's matched minutes held back because the name did
      * not resolve to a single EMPMAST record
       01 WS-UNRESOLVED-LINE.
           05 UR-EMP-NAME                  PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 UR-WORK-DATE                 PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 UR-MINUTES                   PIC ZZZZ9.
           05 FILLER PIC X(2) VALUE SPACE.
           05 UR-REASON                    PIC X(12).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZZZZZ9.

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
           DISPLAY "Payroll time-and-attendance extract"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-PAY-PERIOD
           IF WS-PERIOD-VALID NOT = "Y"
               MOVE 2 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-PAY-REGISTER
           IF WS-PERIOD-BLOCKED = "Y"
               DISPLAY "** PERIOD ALREADY EXTRACTED - " WS-BLOCK-FROM
                   " THRU " WS-BLOCK-THRU " on " WS-BLOCK-ON
               DISPLAY "   Extract refused; a supervisor must reset "
                   "that period with PAYRST first"
               MOVE 3 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               DISPLAY "** EMPMAST not found - no names can be "
                   "resolved, extract refused"
               MOVE 2 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-PAYSUSP
           PERFORM MATCH-SIGN-PAIRS
           PERFORM WRITE-INTERFACE-FILE
           CLOSE EMPMAST-FILE
           PERFORM PRINT-OPEN-PAIRS
           PERFORM PRINT-SUSPENSE-SUMMARY
           CLOSE PAYSUSP-FILE
           PERFORM RECORD-PAY-EXTRACT
           DISPLAY "Interface records: " WS-DETAIL-COUNT
               " hours hash: " WS-HOURS-HASH
           DISPLAY "Suspense items: " WS-SUSPENSE-COUNT
           IF WS-SUSPENSE-COUNT > 0
               MOVE 1 TO WS-RUN-RC
           END-IF
           PERFORM WRITE-RUN-HISTORY
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: matched pairs in, interface
      * records out, suspense items rejected.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "PAYEXTR" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-PAIR-TOTAL TO RH-IN-COUNT
               MOVE WS-DETAIL-COUNT TO RH-OUT-COUNT
               MOVE WS-SUSPENSE-COUNT TO RH-REJECT-COUNT
               MOVE WS-RUN-RC TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the pay period and the daily overtime limit.  The
      * period must be two real calendar dates, FROM no later than
      * THRU and THRU no later than the business date - a period
      * still being worked cannot be paid.  The limit is one to
      * four digits of minutes; blank takes the standard 480.
           GET-PAY-PERIOD.
               MOVE "N" TO WS-PERIOD-VALID
               DISPLAY "Pay period from date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Pay period thru date (YYYYMMDD): "
               ACCEPT WS-THRU-DATE
               DISPLAY "Daily overtime limit in minutes "
                   "(blank for 480): "
               ACCEPT WS-OT-LIMIT-X
               MOVE WS-FROM-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               MOVE WS-DATE-VALID TO WS-FROM-VALID
               MOVE WS-THRU-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               MOVE WS-DATE-VALID TO WS-THRU-VALID
               PERFORM JUDGE-OT-LIMIT
               EVALUATE TRUE
                   WHEN WS-FROM-VALID NOT = "Y"
                       DISPLAY "** Invalid period from date "
                           WS-FROM-DATE " - extract refused"
                   WHEN WS-THRU-VALID NOT = "Y"
                       DISPLAY "** Invalid period thru date "
                           WS-THRU-DATE " - extract refused"
                   WHEN WS-THRU-DATE < WS-FROM-DATE
                       DISPLAY "** Period thru date is before the "
                           "from date - extract refused"
                   WHEN WS-THRU-DATE > WS-BUSINESS-DATE
                       DISPLAY "** Period ends after business date "
                           WS-BUSINESS-DATE " - extract refused"
                   WHEN WS-OT-LIMIT-VALID NOT = "Y"
                       DISPLAY "** Invalid overtime limit "
                           WS-OT-LIMIT-X " - extract refused"
                   WHEN OTHER
                       MOVE "Y" TO WS-PERIOD-VALID
                       DISPLAY "Pay period " WS-FROM-DATE " thru "
                           WS-THRU-DATE " overtime after "
                           WS-OT-LIMIT " minutes a day"
               END-EVALUATE
               .

      * Judges the keyed overtime limit the way CalcRev judges a
      * keyed sequence number: the digits before the first space,
      * right-justified and zero-filled, must be numeric.
           JUDGE-OT-LIMIT.
               MOVE "Y" TO WS-OT-LIMIT-VALID
               IF WS-OT-LIMIT-X NOT = SPACES
                   MOVE "N" TO WS-OT-LIMIT-VALID
                   MOVE 0 TO WS-OT-LIMIT-LEN
                   INSPECT WS-OT-LIMIT-X TALLYING WS-OT-LIMIT-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-OT-LIMIT-LEN > 0
                       MOVE WS-OT-LIMIT-X(1:WS-OT-LIMIT-LEN)
                           TO WS-OT-LIMIT-DIGITS
                       INSPECT WS-OT-LIMIT-DIGITS
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-OT-LIMIT-DIGITS IS NUMERIC
                           MOVE WS-OT-LIMIT-DIGITS TO WS-OT-LIMIT
                           MOVE "Y" TO WS-OT-LIMIT-VALID
                       END-IF
                   END-IF
               END-IF
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

      * Passes PAYREG in append order keeping the periods still
      * extracted, then judges the requested period against them:
      * any overlap at all blocks it, so a period cannot be paid
      * twice by shifting its dates a day.  A missing PAYREG means
      * nothing has been extracted yet.
           CHECK-PAY-REGISTER.
               MOVE "N" TO WS-PERIOD-BLOCKED
               MOVE "N" TO WS-PAYREG-EOF
               OPEN INPUT PAYREG-FILE
               IF WS-PAYREG-STATUS = "35"
                   MOVE "Y" TO WS-PAYREG-EOF
               END-IF
               PERFORM UNTIL WS-PAYREG-EOF = "Y"
                   READ PAYREG-FILE
                       AT END
                           MOVE "Y" TO WS-PAYREG-EOF
                       NOT AT END
                           PERFORM NOTE-REGISTER-RECORD
                   END-READ
               END-PERFORM
               IF WS-PAYREG-STATUS NOT = "35"
                   CLOSE PAYREG-FILE
               END-IF
               PERFORM VARYING PRD-IDX FROM 1 BY 1
                       UNTIL PRD-IDX > WS-PRD-COUNT
                       OR WS-PERIOD-BLOCKED = "Y"
                   IF WS-PRD-ACTIVE(PRD-IDX) = "Y"
                           AND WS-PRD-FROM(PRD-IDX) <= WS-THRU-DATE
                           AND WS-PRD-THRU(PRD-IDX) >= WS-FROM-DATE
                       MOVE "Y" TO WS-PERIOD-BLOCKED
                       MOVE WS-PRD-FROM(PRD-IDX) TO WS-BLOCK-FROM
                       MOVE WS-PRD-THRU(PRD-IDX) TO WS-BLOCK-THRU
                       MOVE WS-PRD-EXTRACTED-ON(PRD-IDX)
                           TO WS-BLOCK-ON
                   END-IF
               END-PERFORM
               .

      * An "E" adds its period to the table; an "R" cancels the
      * extracted entry for the same dates.
           NOTE-REGISTER-RECORD.
               EVALUATE PR-STATUS
                   WHEN "E"
                       IF WS-PRD-COUNT >= 500
                           IF WS-PERIOD-TABLE-FULL = "N"
                               DISPLAY "** PERIOD TABLE FULL - "
                                   "PAYREG periods past 500 are "
                                   "not checked"
                               MOVE "Y" TO WS-PERIOD-TABLE-FULL
                           END-IF
                       ELSE
                           ADD 1 TO WS-PRD-COUNT
                           SET PRD-IDX TO WS-PRD-COUNT
                           MOVE "Y" TO WS-PRD-ACTIVE(PRD-IDX)
                           MOVE PR-PERIOD-FROM TO WS-PRD-FROM(PRD-IDX)
                           MOVE PR-PERIOD-THRU TO WS-PRD-THRU(PRD-IDX)
                           MOVE PR-PROCESS-DATE
                               TO WS-PRD-EXTRACTED-ON(PRD-IDX)
                       END-IF
                   WHEN "R"
                       PERFORM VARYING PRD-IDX FROM 1 BY 1
                               UNTIL PRD-IDX > WS-PRD-COUNT
                           IF WS-PRD-FROM(PRD-IDX) = PR-PERIOD-FROM
                                   AND WS-PRD-THRU(PRD-IDX)
                                       = PR-PERIOD-THRU
                               MOVE "N" TO WS-PRD-ACTIVE(PRD-IDX)
                           END-IF
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Passes GREETLOG once in append order, pairing each in-period
      * sign-in with its sign-out as HrsRpt does and crediting the
      * minutes to the name's day; a sign-out with nothing open
      * goes to the first suspense section.  A missing GREETLOG
      * just means an empty period.
           MATCH-SIGN-PAIRS.
               PERFORM PRINT-HEADER
               MOVE "UNMATCHED SIGN-OUTS (NO OPEN SIGN-IN)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
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
                               PERFORM JUDGE-ONE-LOG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-GREETLOG-STATUS NOT = "35"
                   CLOSE GREETLOG-FILE
               END-IF
               IF WS-ORPHAN-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * A sign-out closes a pair; anything else - "I", or spaces on
      * a record written before departures were captured - opens
      * one.
           JUDGE-ONE-LOG-RECORD.
               IF GL-LOG-TYPE = "O"
                   PERFORM CLOSE-OPEN-PAIR
               ELSE
                   PERFORM OPEN-SIGN-IN-PAIR
               END-IF
               .

      * Stakes this sign-in a slot in the open table, reusing a
      * closed slot before growing the table.
           OPEN-SIGN-IN-PAIR.
               MOVE 0 TO WS-FREE-SLOT
               PERFORM VARYING OPN-IDX FROM 1 BY 1
                       UNTIL OPN-IDX > WS-OPEN-COUNT
                       OR WS-FREE-SLOT > 0
                   IF WS-OPN-ACTIVE(OPN-IDX) NOT = "Y"
                       SET WS-FREE-SLOT TO OPN-IDX
                   END-IF
               END-PERFORM
               IF WS-FREE-SLOT = 0
                   IF WS-OPEN-COUNT >= 500
                       IF WS-OPEN-TABLE-FULL = "N"
                           DISPLAY "** OPEN-PAIR TABLE FULL - "
                               "sign-ins past 500 open at once are "
                               "left out of the extract"
                           MOVE "Y" TO WS-OPEN-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE WS-OPEN-COUNT TO WS-FREE-SLOT
                   END-IF
               END-IF
               IF WS-FREE-SLOT > 0
                   SET OPN-IDX TO WS-FREE-SLOT
                   MOVE "Y" TO WS-OPN-ACTIVE(OPN-IDX)
                   MOVE GL-EMP-NAME TO WS-OPN-EMP-NAME(OPN-IDX)
                   MOVE GL-LOG-DATE TO WS-OPN-LOG-DATE(OPN-IDX)
                   MOVE GL-LOG-TIME TO WS-OPN-LOG-TIME(OPN-IDX)
               END-IF
               .

      * Finds the sign-out's open pair - same name, same day - and
      * credits the minutes to the name's day; a sign-out with
      * nothing open is suspense, never guessed at.
           CLOSE-OPEN-PAIR.
               MOVE "N" TO WS-OPEN-FOUND
               PERFORM VARYING OPN-IDX FROM 1 BY 1
                       UNTIL OPN-IDX > WS-OPEN-COUNT
                       OR WS-OPEN-FOUND = "Y"
                   IF WS-OPN-ACTIVE(OPN-IDX) = "Y"
                           AND WS-OPN-EMP-NAME(OPN-IDX) = GL-EMP-NAME
                           AND WS-OPN-LOG-DATE(OPN-IDX) = GL-LOG-DATE
                       MOVE "Y" TO WS-OPEN-FOUND
                       MOVE "N" TO WS-OPN-ACTIVE(OPN-IDX)
                       PERFORM COMPUTE-PAIR-MINUTES
                       PERFORM CREDIT-EMPLOYEE-DAY
                   END-IF
               END-PERFORM
               IF WS-OPEN-FOUND = "N"
                   MOVE GL-EMP-NAME TO EX-EMP-NAME
                   MOVE GL-LOG-DATE TO EX-LOG-DATE
                   MOVE GL-LOG-TIME TO EX-LOG-TIME
                   MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD 1 TO WS-SUSPENSE-COUNT
               END-IF
               .

      * Minutes between the open sign-in (OPN-IDX still set) and
      * the sign-out just read; both times are HHMMSSss, and the
      * pair is within one day, so hours-times-sixty arithmetic is
      * enough.  A backwards pair credits zero.
           COMPUTE-PAIR-MINUTES.
               MOVE WS-OPN-LOG-TIME(OPN-IDX)(1:2) TO WS-IN-HH
               MOVE WS-OPN-LOG-TIME(OPN-IDX)(3:2) TO WS-IN-MM
               MOVE GL-LOG-TIME(1:2) TO WS-OUT-HH
               MOVE GL-LOG-TIME(3:2) TO WS-OUT-MM
               COMPUTE WS-PAIR-MINS =
                   (WS-OUT-HH * 60 + WS-OUT-MM)
                   - (WS-IN-HH * 60 + WS-IN-MM)
               IF WS-PAIR-MINS < 0
                   MOVE 0 TO WS-PAIR-MINS
               END-IF
               .

      * Folds the matched pair into the name's entry for the day,
      * adding the entry on the day's first pair - several visits
      * in one day make one interface record.
           CREDIT-EMPLOYEE-DAY.
               ADD 1 TO WS-PAIR-TOTAL
               MOVE "N" TO WS-DAY-FOUND
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > WS-DAY-COUNT
                       OR WS-DAY-FOUND = "Y"
                   IF WS-DAY-EMP-NAME(DAY-IDX) = GL-EMP-NAME
                           AND WS-DAY-WORK-DATE(DAY-IDX) = GL-LOG-DATE
                       MOVE "Y" TO WS-DAY-FOUND
                       ADD WS-PAIR-MINS TO WS-DAY-MINS(DAY-IDX)
                   END-IF
               END-PERFORM
               IF WS-DAY-FOUND = "N"
                   IF WS-DAY-COUNT >= 5000
                       IF WS-DAY-TABLE-FULL = "N"
                           DISPLAY "** EMPLOYEE-DAY TABLE FULL - "
                               "days past 5000 are left out of the "
                               "extract; rerun in shorter periods"
                           MOVE "Y" TO WS-DAY-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-DAY-COUNT
                       SET DAY-IDX TO WS-DAY-COUNT
                       MOVE GL-EMP-NAME TO WS-DAY-EMP-NAME(DAY-IDX)
                       MOVE GL-LOG-DATE TO WS-DAY-WORK-DATE(DAY-IDX)
                       MOVE WS-PAIR-MINS TO WS-DAY-MINS(DAY-IDX)
                   END-IF
               END-IF
               .

      * Writes PAYTA: the header, one "D" record for every day whose
      * name resolves to exactly one employee, and the trailer with
      * the record count and hours hash.  Days that do not resolve
      * are listed in the suspense report's second section.
           WRITE-INTERFACE-FILE.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT PAYTA-FILE
               MOVE SPACES TO PAY-INTERFACE-RECORD
               MOVE "H" TO PT-RECORD-TYPE
               MOVE WS-FROM-DATE TO PT-HDR-PERIOD-FROM
               MOVE WS-THRU-DATE TO PT-HDR-PERIOD-THRU
               MOVE WS-CURRENT-DATE TO PT-HDR-EXTRACT-DATE
               MOVE WS-CURRENT-TIME TO PT-HDR-EXTRACT-TIME
               MOVE WS-OT-LIMIT TO PT-OT-LIMIT
               WRITE PAY-INTERFACE-RECORD

               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "NAMES NOT RESOLVED ON EMPMAST (MINUTES HELD BACK)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > WS-DAY-COUNT
                   PERFORM RESOLVE-EMPLOYEE-NAME
                   IF WS-NAME-RESOLVED = "Y"
                           AND WS-NAME-AMBIGUOUS = "N"
                       PERFORM WRITE-INTERFACE-DETAIL
                   ELSE
                       PERFORM WRITE-UNRESOLVED-LINE
                   END-IF
               END-PERFORM
               IF WS-UNRESOLVED-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF

               MOVE SPACES TO PAY-INTERFACE-RECORD
               MOVE "T" TO PT-RECORD-TYPE
               MOVE WS-FROM-DATE TO PT-TRL-PERIOD-FROM
               MOVE WS-THRU-DATE TO PT-TRL-PERIOD-THRU
               MOVE WS-DETAIL-COUNT TO PT-RECORD-COUNT
               MOVE WS-HOURS-HASH TO PT-HOURS-HASH
               WRITE PAY-INTERFACE-RECORD
               CLOSE PAYTA-FILE
               .

      * Looks the day's name up on the EMPMAST name index.  The
      * index allows duplicates, so a first hit is followed by a
      * READ NEXT: a second record under the same name means payroll
      * cannot be told whose hours these are.
           RESOLVE-EMPLOYEE-NAME.
               MOVE "N" TO WS-NAME-RESOLVED
               MOVE "N" TO WS-NAME-AMBIGUOUS
               MOVE WS-DAY-EMP-NAME(DAY-IDX) TO EMP-NAME
               READ EMPMAST-FILE KEY IS EMP-NAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NAME-RESOLVED
                       MOVE EMP-ID TO WS-RESOLVED-ID
                       MOVE EMP-DEPT-CODE TO WS-RESOLVED-DEPT
                       READ EMPMAST-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF EMP-NAME = WS-DAY-EMP-NAME(DAY-IDX)
                                   MOVE "Y" TO WS-NAME-AMBIGUOUS
                               END-IF
                       END-READ
               END-READ
               .

      * One employee's day, split at the daily overtime limit.
           WRITE-INTERFACE-DETAIL.
               IF WS-DAY-MINS(DAY-IDX) > WS-OT-LIMIT
                   MOVE WS-OT-LIMIT TO WS-REGULAR-MINS
                   COMPUTE WS-OVERTIME-MINS =
                       WS-DAY-MINS(DAY-IDX) - WS-OT-LIMIT
                   ADD 1 TO WS-OVERTIME-DAYS
               ELSE
                   MOVE WS-DAY-MINS(DAY-IDX) TO WS-REGULAR-MINS
                   MOVE 0 TO WS-OVERTIME-MINS
               END-IF
               MOVE SPACES TO PAY-INTERFACE-RECORD
               MOVE "D" TO PT-RECORD-TYPE
               MOVE WS-RESOLVED-ID TO PT-EMP-ID
               MOVE WS-RESOLVED-DEPT TO PT-DEPT-CODE
               MOVE WS-DAY-WORK-DATE(DAY-IDX) TO PT-WORK-DATE
               MOVE WS-REGULAR-MINS TO PT-REGULAR-MINS
               MOVE WS-OVERTIME-MINS TO PT-OVERTIME-MINS
               WRITE PAY-INTERFACE-RECORD
               ADD 1 TO WS-DETAIL-COUNT
               ADD WS-REGULAR-MINS TO WS-HOURS-HASH
               ADD WS-OVERTIME-MINS TO WS-HOURS-HASH
               .

           WRITE-UNRESOLVED-LINE.
               MOVE WS-DAY-EMP-NAME(DAY-IDX) TO UR-EMP-NAME
               MOVE WS-DAY-WORK-DATE(DAY-IDX) TO UR-WORK-DATE
               MOVE WS-DAY-MINS(DAY-IDX) TO UR-MINUTES
               IF WS-NAME-RESOLVED = "Y"
                   MOVE "AMBIGUOUS" TO UR-REASON
               ELSE
                   MOVE "NOT ON FILE" TO UR-REASON
               END-IF
               MOVE WS-UNRESOLVED-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-UNRESOLVED-COUNT
               ADD 1 TO WS-SUSPENSE-COUNT
               .

      * Lists the sign-ins never signed out - their hours are
      * unknown, so they are suspense, not pay.
           PRINT-OPEN-PAIRS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "OPEN PAIRS (SIGNED IN, NEVER OUT)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING OPN-IDX FROM 1 BY 1
                       UNTIL OPN-IDX > WS-OPEN-COUNT
                   IF WS-OPN-ACTIVE(OPN-IDX) = "Y"
                       ADD 1 TO WS-OPEN-LEFT-COUNT
                       ADD 1 TO WS-SUSPENSE-COUNT
                       MOVE WS-OPN-EMP-NAME(OPN-IDX) TO EX-EMP-NAME
                       MOVE WS-OPN-LOG-DATE(OPN-IDX) TO EX-LOG-DATE
                       MOVE WS-OPN-LOG-TIME(OPN-IDX) TO EX-LOG-TIME
                       MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-OPEN-LEFT-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the summary as the last section of the report,
      * with the trailer totals payroll will balance the load to.
           PRINT-SUSPENSE-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "PAIRS MATCHED" TO SM-LABEL
               MOVE WS-PAIR-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "INTERFACE RECORDS" TO SM-LABEL
               MOVE WS-DETAIL-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "HOURS HASH (MINUTES)" TO SM-LABEL
               MOVE WS-HOURS-HASH TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "DAYS WITH OVERTIME" TO SM-LABEL
               MOVE WS-OVERTIME-DAYS TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "UNMATCHED SIGN-OUTS" TO SM-LABEL
               MOVE WS-ORPHAN-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "NAMES NOT RESOLVED" TO SM-LABEL
               MOVE WS-UNRESOLVED-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "OPEN PAIRS" TO SM-LABEL
               MOVE WS-OPEN-LEFT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Appends the extraction to PAYREG so the period cannot be
      * extracted again until PayRst resets it.
           RECORD-PAY-EXTRACT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND PAYREG-FILE
               IF WS-PAYREG-STATUS = "35"
                   OPEN OUTPUT PAYREG-FILE
                   CLOSE PAYREG-FILE
                   OPEN EXTEND PAYREG-FILE
               END-IF
               MOVE SPACES TO PAY-REGISTER-RECORD
               MOVE WS-FROM-DATE TO PR-PERIOD-FROM
               MOVE WS-THRU-DATE TO PR-PERIOD-THRU
               MOVE "E" TO PR-STATUS
               MOVE WS-DETAIL-COUNT TO PR-RECORD-COUNT
               MOVE WS-HOURS-HASH TO PR-HOURS-HASH
               MOVE WS-CURRENT-DATE TO PR-PROCESS-DATE
               MOVE WS-CURRENT-TIME TO PR-PROCESS-TIME
               MOVE "PAYEXTR" TO PR-OPERATOR-ID
               WRITE PAY-REGISTER-RECORD
               CLOSE PAYREG-FILE
               .

           OPEN-PAYSUSP.
               OPEN OUTPUT PAYSUSP-FILE
               MOVE WS-FROM-DATE TO HL2-FROM-DATE
               MOVE WS-THRU-DATE TO HL2-THRU-DATE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO PAY-SUSPENSE-RECORD
               WRITE PAY-SUSPENSE-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, pay period and a
      * rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO PAY-SUSPENSE-RECORD
                   WRITE PAY-SUSPENSE-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO PAY-SUSPENSE-RECORD
               WRITE PAY-SUSPENSE-RECORD
               MOVE WS-HEADER-LINE-2 TO PAY-SUSPENSE-RECORD
               WRITE PAY-SUSPENSE-RECORD
               MOVE WS-HEADER-LINE-3 TO PAY-SUSPENSE-RECORD
               WRITE PAY-SUSPENSE-RECORD
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
               MOVE "PAYEXTR" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
