               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOTS-FILE.
       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
      * actual record counts tallied from the production files
       01 CountUp PIC 9(9) VALUE 0.
       01 WS-THIS-RUN PIC 9(4) VALUE 0.
       01 WS-AMT-DISPLAY PIC -(12)9.99.

      * reversals CalcRev posted on this business day: they are
      * ordinary CALCLOG records to the count and amount checks
      * (their negated results already net the originals out of
      * the overall and per-run amounts), and are listed on CTLRPT
      * one line each so every backed-out posting is accounted for
      * on the night it happened
       01 WS-REV-DAY-COUNT PIC 9(9) VALUE 0.
       01 WS-REV-DAY-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-REVERSAL-LINE.
           05 FILLER PIC X(4) VALUE "REV ".
           05 RV-POST-SEQ                  PIC 9(09).
           05 FILLER PIC X(4) VALUE " OF ".
           05 RV-REVERSED-SEQ              PIC 9(09).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-REASON-CODE               PIC X(03).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-RUN-NUMBER                PIC 9(04).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-SOURCE-SYSTEM             PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-AMOUNT                    PIC -(12)9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RV-OPERATOR-ID               PIC X(08).
       01 WS-REV-TOTAL-LINE.
           05 RT-FILE-ID                   PIC X(08).
           05 FILLER PIC X(3) VALUE SPACE.
           05 RT-COUNT                     PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACE.
           05 RT-AMOUNT                    PIC -(12)9.99.

      * the CTLRPT amount line, alongside the count lines' shape
      * but with numeric-edited amounts
       01 WS-CTLRPT-AMT-LINE.
       01 WS-PARM-CALCLOG PIC X(9) VALUE SPACE.
       01 WS-PARM-EMPMAST PIC X(9) VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for the nightly control report written to
      * CTLRPT, the one report a JCL job stream can list each
      * morning instead of someone eyeballing two DISPLAYs

       PROCEDURE DIVISION USING LK-PARM-AREA.
           DISPLAY "Starting nightly record-count reconciliation"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               GOBACK
           END-IF
           PERFORM READ-CONTROL-TOTALS
           PERFORM APPLY-PARM-OVERRIDE
           PERFORM COUNT_UP
      * the return code, so the morning run-status report carries
      * the reconciliation alongside the night's other steps.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   CLOSE CALCLOG-FILE
               END-IF
               DISPLAY "CALCLOG records read: " CountUp
               DISPLAY "  reversals posted today: " WS-REV-DAY-COUNT
               .

      * Folds the record just read into the amount tallies: the
                   MOVE 0 TO WS-THIS-RUN
               END-IF
               PERFORM CREDIT-RUN-AMOUNT
               IF CL-ENTRY-TYPE = "R"
                       AND CL-LOG-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-REV-DAY-COUNT
                   ADD WS-THIS-RESULT TO WS-REV-DAY-AMOUNT
               END-IF
               .

      * Credits the result to its run's entry, adding the run on
      * single nightly control report a JCL job stream can list for
      * the morning shift instead of rerunning this program by hand.
           WRITE-CONTROL-REPORT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-CTLRPT-EXTEND

               MOVE WS-CTLRPT-LINE TO CTLRPT-RECORD
               WRITE CTLRPT-RECORD

               PERFORM LIST-DAY-REVERSALS

               MOVE SPACES TO CTLRPT-RECORD
               IF RECONCILE-FAILED
                   STRING "OVERALL RESULT: FAIL" DELIMITED BY SIZE
               CLOSE CTLRPT-FILE
               .

      * Lists the reversals posted on this business day, one line
      * each - the reversal's own sequence number, the posting it
      * backs out, reason, the run and source it nets against, the
      * amount it took off and the supervisor who keyed it - then
      * the CALCREV count and net amount.  A second pass over
      * CALCLOG, made only when the first pass saw any.
           LIST-DAY-REVERSALS.
               MOVE SPACES TO CTLRPT-RECORD
               STRING "REVERSALS POSTED " WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO CTLRPT-RECORD
               END-STRING
               WRITE CTLRPT-RECORD
               IF WS-REV-DAY-COUNT = 0
                   MOVE SPACES TO CTLRPT-RECORD
                   STRING "  NONE" DELIMITED BY SIZE
                       INTO CTLRPT-RECORD
                   END-STRING
                   WRITE CTLRPT-RECORD
               ELSE
                   MOVE "N" TO WS-CALCLOG-EOF
                   OPEN INPUT CALCLOG-FILE
                   PERFORM UNTIL WS-CALCLOG-EOF = "Y"
                       READ CALCLOG-FILE
                           AT END
                               MOVE "Y" TO WS-CALCLOG-EOF
                           NOT AT END
                               IF CL-ENTRY-TYPE = "R"
                                       AND CL-LOG-DATE =
                                       WS-BUSINESS-DATE
                                   PERFORM WRITE-REVERSAL-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALCLOG-FILE
               END-IF
               MOVE "CALCREV" TO RT-FILE-ID
               MOVE WS-REV-DAY-COUNT TO RT-COUNT
               MOVE WS-REV-DAY-AMOUNT TO RT-AMOUNT
               MOVE WS-REV-TOTAL-LINE TO CTLRPT-RECORD
               WRITE CTLRPT-RECORD
               .

           WRITE-REVERSAL-LINE.
               MOVE CL-POST-SEQ TO RV-POST-SEQ
               MOVE CL-REVERSED-SEQ TO RV-REVERSED-SEQ
               MOVE CL-REASON-CODE TO RV-REASON-CODE
               MOVE CL-RUN-NUMBER TO RV-RUN-NUMBER
               MOVE CL-SOURCE-SYSTEM TO RV-SOURCE-SYSTEM
               IF CL-OPERATION = "%"
                   MOVE CL-REMAINDER TO RV-AMOUNT
               ELSE
                   MOVE CL-RESULT TO RV-AMOUNT
               END-IF
               MOVE CL-OPERATOR-ID TO RV-OPERATOR-ID
               MOVE WS-REVERSAL-LINE TO CTLRPT-RECORD
               WRITE CTLRPT-RECORD
               .

      * OPEN EXTEND does not create a missing CTLRPT, so the first
      * night this job stream runs is handled the same way
      * OPEN-EMPMAST handles a missing EMPMAST in greetings.cbl.
                   OPEN EXTEND CTLRPT-FILE
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
               MOVE "COUNTS" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
