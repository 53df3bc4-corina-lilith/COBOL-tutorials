      * writes the retained count in CTLTOTS layout to the CTLSTG
      * staging file so the next nightly reconciliation can be given
      * the post-purge expected count without anyone retyping it.
      * Only months CalcCls has closed may be purged: a cutoff that
      * would archive any day of a month not yet closed is refused
      * with RC 2, and an entry dated into a closed month but
      * posted after its close (a late posting the next close has
      * still to count) is kept on CALCLOG, whatever its date,
      * until that close has been run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLSTG-STATUS.

           SELECT CALCCLS-FILE ASSIGN TO "CALCCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCCLS-STATUS.

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

      * sized past the CALC-LOG-RECORD (which grew when source
      * systems were stamped on it, and again for posting sequence
      * and reversal fields) so the straight record copies below
      * can never truncate a log record in flight
       FD  CALCARCH-FILE.
       01  CALC-ARCHIVE-RECORD            PIC X(120).

       FD  CALCKEEP-FILE.
       01  CALC-KEEP-RECORD               PIC X(120).

       FD  CALCPRG-FILE.
       01  CALC-PURGE-RECORD              PIC X(80).
       FD  CTLSTG-FILE.
       COPY CTLTOTR.

       FD  CALCCLS-FILE.
       COPY CALCCLSR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCLOG-STATUS PIC X(2) VALUE "00".
       01 WS-CALCARCH-STATUS PIC X(2) VALUE "00".
       01 WS-CALCPRG-STATUS PIC X(2) VALUE "00".
       01 WS-CTLSTG-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-EOF PIC X VALUE "N".
       01 WS-CALCKEEP-EOF PIC X VALUE "N".

       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the last month CalcCls has closed and the highest posting
      * sequence it counted, from the CALCCLS control record, and
      * the last month the keyed cutoff would archive any of
       01 WS-LAST-CLOSED-PERIOD PIC X(06) VALUE SPACE.
       01 WS-CLOSED-HIGH-SEQ PIC 9(09) VALUE 0.
       01 WS-PURGE-PERIOD PIC X(06) VALUE SPACE.
       01 WS-PURGE-YYYY PIC 9(4) VALUE 0.
       01 WS-PURGE-MM PIC 9(2) VALUE 0.

       01 WS-ARCHIVED-COUNT PIC 9(9) VALUE 0.
      * records before the cutoff kept back for the next close
       01 WS-HELD-COUNT PIC 9(9) VALUE 0.
       01 WS-RETAINED-COUNT PIC 9(9) VALUE 0.

      * result total of the retained records (CL-REMAINDER for "%"
       01 WS-OLDEST-ARCHIVED PIC X(08) VALUE SPACE.
       01 WS-NEWEST-ARCHIVED PIC X(08) VALUE SPACE.

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
           DISPLAY "CALCLOG archive and purge"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM GET-CUTOFF-DATE
           PERFORM READ-CLOSE-CONTROL
           PERFORM JUDGE-PURGE-PERIOD
           IF WS-LAST-CLOSED-PERIOD = SPACES
                   OR WS-PURGE-PERIOD > WS-LAST-CLOSED-PERIOD
               DISPLAY "Cutoff " WS-CUTOFF-DATE " would purge month "
                   WS-PURGE-PERIOD ", not yet closed by CalcCls - "
                   "purge refused"
               MOVE 2 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM SPLIT-CALCLOG
           PERFORM REWRITE-CALCLOG
           PERFORM WRITE-PURGE-SUMMARY
           PERFORM STAGE-RETAINED-COUNT
           DISPLAY "Records archived: " WS-ARCHIVED-COUNT
           DISPLAY "Records retained: " WS-RETAINED-COUNT
           IF WS-HELD-COUNT > 0
               DISPLAY "  kept for next close: " WS-HELD-COUNT
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * RUNHIST run-history file: log records read in, records
      * moved to the archive out.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
               MOVE WS-ARCHIVED-COUNT TO RH-OUT-COUNT
               MOVE 0 TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the retention cutoff date, re-prompting until it
      * is a real calendar date no later than the business date -
      * a cutoff past the business day would archive postings the
      * day has not finished with.
           GET-CUTOFF-DATE.
               MOVE "N" TO WS-CUTOFF-VALID
               PERFORM UNTIL WS-CUTOFF-VALID = "Y"
                   MOVE WS-CUTOFF-DATE TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = "Y"
                       IF WS-CUTOFF-DATE > WS-BUSINESS-DATE
                           DISPLAY "Cutoff is past business date "
                               WS-BUSINESS-DATE ", please re-enter"
                       ELSE
                           MOVE "Y" TO WS-CUTOFF-VALID
                       END-IF
                   ELSE
                       DISPLAY "Invalid date, please re-enter"
                   END-IF
               END-PERFORM
               .

      * Reads the single CALCCLS control record; no file, or an
      * empty one, means no month has been closed, and nothing may
      * be purged.
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
                           MOVE CC-HIGH-POST-SEQ TO WS-CLOSED-HIGH-SEQ
                   END-READ
                   CLOSE CALCCLS-FILE
               END-IF
               .

      * The last month the cutoff reaches into: its own month, or
      * the month before when the cutoff is the first of a month
      * and archives nothing dated in it.
           JUDGE-PURGE-PERIOD.
               MOVE WS-CUTOFF-DATE(1:4) TO WS-PURGE-YYYY
               MOVE WS-CUTOFF-DATE(5:2) TO WS-PURGE-MM
               IF WS-CUTOFF-DATE(7:2) = "01"
                   IF WS-PURGE-MM = 1
                       SUBTRACT 1 FROM WS-PURGE-YYYY
                       MOVE 12 TO WS-PURGE-MM
                   ELSE
                       SUBTRACT 1 FROM WS-PURGE-MM
                   END-IF
               END-IF
               MOVE WS-PURGE-YYYY TO WS-PURGE-PERIOD(1:4)
               MOVE WS-PURGE-MM TO WS-PURGE-PERIOD(5:2)
               .

      * Judges WS-CHECK-DATE as a real calendar date: eight
      * digits, month 01-12, day valid for the month, February
      * honoring the leap rule (divisible by four, except
      * the cutoff to CALCARCH and copying the rest to the CALCKEEP
      * work file.  A CALCLOG that has never been created (status 35)
      * just means nothing to purge.  CL-LOG-DATE is YYYYMMDD, so a
      * plain alphanumeric compare orders dates correctly.  A
      * record before the cutoff that was posted after the last
      * close is a late posting that close never counted; it is
      * kept, and purged by a later run once it has been closed.
           SPLIT-CALCLOG.
               OPEN INPUT CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
                           MOVE "Y" TO WS-CALCLOG-EOF
                       NOT AT END
                           IF CL-LOG-DATE < WS-CUTOFF-DATE
                                   AND (CL-POST-SEQ IS NOT NUMERIC
                                   OR CL-POST-SEQ
                                       <= WS-CLOSED-HIGH-SEQ)
                               PERFORM ARCHIVE-LOG-RECORD
                           ELSE
                               IF CL-LOG-DATE < WS-CUTOFF-DATE
                                   ADD 1 TO WS-HELD-COUNT
                               END-IF
                               MOVE CALC-LOG-RECORD
                                   TO CALC-KEEP-RECORD
                               WRITE CALC-KEEP-RECORD
      * the cutoff used, the counts either side of it, and the date
      * range of what was moved to CALCARCH.
           WRITE-PURGE-SUMMARY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-CALCPRG-EXTEND

               MOVE WS-SUMMARY-LINE TO CALC-PURGE-RECORD
               WRITE CALC-PURGE-RECORD

               IF WS-HELD-COUNT > 0
                   MOVE "  KEPT FOR NEXT CLOSE" TO PS-LABEL
                   MOVE WS-HELD-COUNT TO PS-COUNT
                   MOVE WS-SUMMARY-LINE TO CALC-PURGE-RECORD
                   WRITE CALC-PURGE-RECORD
               END-IF

               MOVE SPACES TO CALC-PURGE-RECORD
               IF WS-ARCHIVED-COUNT > 0
                   STRING "ARCHIVED DATE RANGE " WS-OLDEST-ARCHIVED
                   OPEN EXTEND CALCPRG-FILE
               END-IF
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
               MOVE "CALCARCH" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
