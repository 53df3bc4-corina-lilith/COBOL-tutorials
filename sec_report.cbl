       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecRpt.

      * Daily security violation report: reads the SECJRNL security
      * journal and writes a page-headed report to SECRPT of the
      * business day's sign-on failures (wrong passwords, unknown or
      * disabled IDs, locked-out IDs and ordinary operators trying
      * a supervisor function), the lockouts SecLog applied, the
      * supervisor overrides, the sign-ons accepted without a
      * password check (no password on file, or no OPERMAST), and
      * the OperMnt changes made to OPERMAST - followed by a
      * summary and a sign-off block for the security officer.
      * SECJRNL is passed once per section, in journal order, so
      * each section reads in time order.  Ends with RETURN-CODE 1
      * when any failure, lockout, override or unchecked sign-on
      * is listed, so the job stream's output flags a report that
      * needs reviewing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECJRNL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECJRNL-STATUS.

           SELECT SECRPT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECJRNL-FILE.
       COPY SECJRNR.

       FD  SECRPT-FILE.
       01  SEC-REPORT-RECORD               PIC X(80).

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-SECJRNL-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-SECJRNL-EOF PIC X VALUE "N".

      * the section being printed and the class of the journal
      * record just read: "F" failure, "L" lockout, "V" override,
      * "W" sign-on accepted without a password check, "M" OperMnt
      * change, "S" good sign-on (counted, never listed)
       01 WS-SECTION-HEADING PIC X(60) VALUE SPACE.
       01 WS-SECTION-CLASS PIC X VALUE SPACE.
       01 WS-EVENT-CLASS PIC X VALUE SPACE.
       01 WS-SECTION-COUNT PIC 9(7) VALUE 0.

      * tallies over the day's journal records, taken on the
      * first pass
       01 WS-FIRST-PASS PIC X VALUE "Y".
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-DAY-COUNT PIC 9(7) VALUE 0.
       01 WS-SIGNON-COUNT PIC 9(7) VALUE 0.
       01 WS-FAILURE-COUNT PIC 9(7) VALUE 0.
       01 WS-LOCKOUT-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERRIDE-COUNT PIC 9(7) VALUE 0.
       01 WS-WAIVER-COUNT PIC 9(7) VALUE 0.
       01 WS-MAINT-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(22) VALUE SPACE.
           05 FILLER PIC X(31) VALUE "SECURITY VIOLATION REPORT".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(15) VALUE "BUSINESS DATE  ".
           05 HL2-BUSINESS-DATE PIC X(08).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(74) VALUE ALL "-".

       01 WS-COLUMN-LINE.
           05 FILLER PIC X(40) VALUE
               "TIME      PROGRAM   EV  OPERATOR  TARGET".
           05 FILLER PIC X(34) VALUE
               "    DETAIL".

      * one journal event
       01 WS-EVENT-LINE.
           05 EL-EVENT-TIME                PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EL-PROGRAM-ID                PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EL-EVENT-TYPE                PIC X(02).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EL-OPERATOR-ID               PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EL-TARGET-ID                 PIC X(08).
           05 FILLER PIC X(2) VALUE SPACE.
           05 EL-DETAIL                    PIC X(30).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZ9.

      * the business day this run selects by, read once from the
      * BUSDATE control record at start-up
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
           PERFORM OPEN-SECRPT
           PERFORM PRINT-HEADER
           MOVE "SIGN-ON FAILURES" TO WS-SECTION-HEADING
           MOVE "F" TO WS-SECTION-CLASS
           PERFORM PRINT-EVENT-SECTION
           MOVE "N" TO WS-FIRST-PASS
           MOVE "LOCKOUTS" TO WS-SECTION-HEADING
           MOVE "L" TO WS-SECTION-CLASS
           PERFORM PRINT-EVENT-SECTION
           MOVE "SUPERVISOR OVERRIDES" TO WS-SECTION-HEADING
           MOVE "V" TO WS-SECTION-CLASS
           PERFORM PRINT-EVENT-SECTION
           MOVE "SIGN-ONS ACCEPTED WITHOUT A PASSWORD CHECK"
               TO WS-SECTION-HEADING
           MOVE "W" TO WS-SECTION-CLASS
           PERFORM PRINT-EVENT-SECTION
           MOVE "OPERATOR MAINTENANCE" TO WS-SECTION-HEADING
           MOVE "M" TO WS-SECTION-CLASS
           PERFORM PRINT-EVENT-SECTION
           PERFORM PRINT-SECURITY-SUMMARY
           PERFORM PRINT-SIGN-OFF
           CLOSE SECRPT-FILE
           DISPLAY "Security events today: " WS-DAY-COUNT
               " failures: " WS-FAILURE-COUNT
               " lockouts: " WS-LOCKOUT-COUNT
               " overrides: " WS-OVERRIDE-COUNT
           IF WS-FAILURE-COUNT > 0 OR WS-LOCKOUT-COUNT > 0
                   OR WS-OVERRIDE-COUNT > 0 OR WS-WAIVER-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Prints the section heading staged in WS-SECTION-HEADING,
      * then passes SECJRNL listing the business day's events of
      * the section's class.  The first pass also takes the
      * tallies for the summary.  A SECJRNL that has never been
      * created just means nothing has been journaled.
           PRINT-EVENT-SECTION.
               IF WS-FIRST-PASS = "N"
                   MOVE SPACES TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE WS-SECTION-HEADING TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-COLUMN-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 0 TO WS-SECTION-COUNT
               MOVE "N" TO WS-SECJRNL-EOF
               OPEN INPUT SECJRNL-FILE
               IF WS-SECJRNL-STATUS = "35"
                   IF WS-FIRST-PASS = "Y"
                       DISPLAY "SECJRNL not found - nothing "
                           "journaled"
                   END-IF
                   MOVE "Y" TO WS-SECJRNL-EOF
               END-IF
               PERFORM UNTIL WS-SECJRNL-EOF = "Y"
                   READ SECJRNL-FILE
                       AT END
                           MOVE "Y" TO WS-SECJRNL-EOF
                       NOT AT END
                           PERFORM SELECT-ONE-EVENT
                   END-READ
               END-PERFORM
               IF WS-SECJRNL-STATUS NOT = "35"
                   CLOSE SECJRNL-FILE
               END-IF
               IF WS-SECTION-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           SELECT-ONE-EVENT.
               IF WS-FIRST-PASS = "Y"
                   ADD 1 TO WS-RECORD-COUNT
               END-IF
               IF SJ-EVENT-DATE = WS-BUSINESS-DATE
                   PERFORM CLASSIFY-EVENT
                   IF WS-FIRST-PASS = "Y"
                       PERFORM TALLY-ONE-EVENT
                   END-IF
                   IF WS-EVENT-CLASS = WS-SECTION-CLASS
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-LISTED-COUNT
                       PERFORM WRITE-EVENT-LINE
                   END-IF
               END-IF
               .

      * Sorts the SJ-EVENT-TYPE codes of SECJRNR.CPY into the
      * report's sections; anything not recognised is listed with
      * the failures rather than lost.
           CLASSIFY-EVENT.
               EVALUATE SJ-EVENT-TYPE
                   WHEN "SS"
                       MOVE "S" TO WS-EVENT-CLASS
                   WHEN "LK"
                       MOVE "L" TO WS-EVENT-CLASS
                   WHEN "OV"
                       MOVE "V" TO WS-EVENT-CLASS
                   WHEN "SB"
                   WHEN "SN"
                       MOVE "W" TO WS-EVENT-CLASS
                   WHEN "OA"
                   WHEN "OD"
                   WHEN "OE"
                   WHEN "OP"
                   WHEN "OL"
                   WHEN "ON"
                   WHEN "OR"
                       MOVE "M" TO WS-EVENT-CLASS
                   WHEN OTHER
                       MOVE "F" TO WS-EVENT-CLASS
               END-EVALUATE
               .

           TALLY-ONE-EVENT.
               ADD 1 TO WS-DAY-COUNT
               EVALUATE WS-EVENT-CLASS
                   WHEN "S"
                       ADD 1 TO WS-SIGNON-COUNT
                   WHEN "F"
                       ADD 1 TO WS-FAILURE-COUNT
                   WHEN "L"
                       ADD 1 TO WS-LOCKOUT-COUNT
                   WHEN "V"
                       ADD 1 TO WS-OVERRIDE-COUNT
                   WHEN "W"
                       ADD 1 TO WS-WAIVER-COUNT
                   WHEN "M"
                       ADD 1 TO WS-MAINT-COUNT
               END-EVALUATE
               .

           WRITE-EVENT-LINE.
               MOVE SJ-EVENT-TIME TO EL-EVENT-TIME
               MOVE SJ-PROGRAM-ID TO EL-PROGRAM-ID
               MOVE SJ-EVENT-TYPE TO EL-EVENT-TYPE
               MOVE SJ-OPERATOR-ID TO EL-OPERATOR-ID
               MOVE SJ-TARGET-ID TO EL-TARGET-ID
               MOVE SJ-DETAIL TO EL-DETAIL
               MOVE WS-EVENT-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Appends the summary after the last event section.
           PRINT-SECURITY-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "EVENTS JOURNALED TODAY" TO SM-LABEL
               MOVE WS-DAY-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SIGN-ONS ACCEPTED" TO SM-LABEL
               MOVE WS-SIGNON-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SIGN-ON FAILURES" TO SM-LABEL
               MOVE WS-FAILURE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "LOCKOUTS" TO SM-LABEL
               MOVE WS-LOCKOUT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "SUPERVISOR OVERRIDES" TO SM-LABEL
               MOVE WS-OVERRIDE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "NO PASSWORD CHECK" TO SM-LABEL
               MOVE WS-WAIVER-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "OPERATOR MAINTENANCE" TO SM-LABEL
               MOVE WS-MAINT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * The security officer signs the printed report off as
      * reviewed.
           PRINT-SIGN-OFF.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "REVIEWED BY SECURITY OFFICER  __________________"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "DATE  __________    ACTION TAKEN  ______________"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-SECRPT.
               OPEN OUTPUT SECRPT-FILE
               MOVE WS-BUSINESS-DATE TO HL2-BUSINESS-DATE
               MOVE 0 TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO SEC-REPORT-RECORD
               WRITE SEC-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, date and a rule
      * line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO SEC-REPORT-RECORD
                   WRITE SEC-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO SEC-REPORT-RECORD
               WRITE SEC-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO SEC-REPORT-RECORD
               WRITE SEC-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO SEC-REPORT-RECORD
               WRITE SEC-REPORT-RECORD
               MOVE 0 TO WS-LINE-COUNT
               .

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: SECJRNL records read in, events
      * listed out, and the failures and lockouts as the rejected
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
               MOVE "SECRPT" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-RECORD-COUNT TO RH-IN-COUNT
               MOVE WS-LISTED-COUNT TO RH-OUT-COUNT
               COMPUTE RH-REJECT-COUNT =
                   WS-FAILURE-COUNT + WS-LOCKOUT-COUNT
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
               MOVE "SECRPT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
