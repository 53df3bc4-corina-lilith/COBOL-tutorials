      * write a CALCLOG record for it: operands numeric, operator
      * one of the five supported, no division by zero, and no
      * MULTIPLY overflow (tried here the same way MULT-NUMS tries
      * it, with ON SIZE ERROR) - and not held on CALCHOLD for a
      * supervisor under its source's HOLDTHR threshold, judged the
      * same way Calc's JUDGE-HOLD-THRESHOLD judges it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT HOLDTHR-FILE ASSIGN TO "HOLDTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDTHR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTLTOTS-FILE.
       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  HOLDTHR-FILE.
       COPY HOLDTHRR.

       WORKING-STORAGE SECTION.
       01 WS-CTLTOTS-STATUS PIC X(2) VALUE "00".
       01 WS-CTLTOTSB-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-COUNT PIC 9(9) VALUE 0.
       01 WS-CALCIN-VALID-COUNT PIC 9(9) VALUE 0.
       01 WS-CALCIN-SKIPPED PIC 9(9) VALUE 0.
       01 WS-CALCIN-HELD PIC 9(9) VALUE 0.
       01 WS-NOT-LOGGING PIC 9(9) VALUE 0.
       01 WS-EMPMAST-COUNT PIC 9(9) VALUE 0.
       01 WS-CALCLOG-EXPECTED PIC 9(9) VALUE 0.

       01 WS-TRIAL-REMAINDER PIC S9(9) VALUE 0.
       01 WS-TRANS-WILL-LOG PIC X VALUE "N".

      * HOLDTHR thresholds, loaded as Calc loads them, and the one
      * in force for the feed set being read - a header makes its
      * source current, exactly as SET-CURRENT-SOURCE does in Calc
       01 WS-HOLDTHR-STATUS PIC X(2) VALUE "00".
       01 WS-HOLDTHR-EOF PIC X VALUE "N".
       01 WS-SOURCE-SYSTEM PIC X(08) VALUE SPACE.
       01 WS-THR-IDX PIC 9(2) VALUE 0.
       01 WS-THR-SCAN PIC 9(2) VALUE 0.
       01 WS-THRESHOLD-TABLE.
           05 WS-THR-COUNT PIC 9(2) VALUE 0.
           05 WS-THR-ENTRY OCCURS 20 TIMES.
               10 WS-THR-SOURCE PIC X(08).
               10 WS-THR-LIMIT PIC 9(11)V99.
       01 WS-HAS-DEFAULT-LIMIT PIC X VALUE "N".
       01 WS-DEFAULT-LIMIT PIC 9(11)V99 VALUE 0.
       01 WS-SOURCE-HAS-LIMIT PIC X VALUE "N".
       01 WS-SOURCE-LIMIT PIC 9(11)V99 VALUE 0.
       01 WS-SOURCE-LIMIT-NEG PIC S9(11)V99 VALUE 0.
       01 WS-TRANS-WILL-HOLD PIC X VALUE "N".

      * expected-amount derivation alongside the counts: tonight's
      * CALCLOG result total (CL-REMAINDER for "%" rows, the same
      * exception CalcSum makes) plus the result each pending
      * the two decimal places the batch window's staged SYSIN
      * answers keep - the only configuration CALCBAT runs with.
       01 WS-CALCLOG-AMOUNT PIC S9(13)V99 VALUE 0.

      * reversal ("R") entries among tonight's CALCLOG records and
      * what they took off the total: they count as records and
      * their negated results are already in WS-CALCLOG-AMOUNT,
      * which is how the pair nets out - tallied apart only so the
      * staging log shows how much of the day was backed out
       01 WS-CALCLOG-REV-COUNT PIC 9(9) VALUE 0.
       01 WS-CALCLOG-REV-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-AMT-DISPLAY PIC -(12)9.99.
       01 WS-CALCIN-AMOUNT PIC S9(13)V99 VALUE 0.
       01 WS-THIS-RESULT PIC S9(13)V99 VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for stamping the RUNHIST outcome record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Staging CTLTOTS from end-of-day actuals"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM COUNT-CALCLOG
           PERFORM LOAD-HOLD-THRESHOLDS
           PERFORM COUNT-CALCIN-VALID
           PERFORM COUNT-EMPMAST
           PERFORM BACKUP-CTLTOTS
           COMPUTE WS-CALCLOG-EXPECTED =
               WS-CALCLOG-COUNT + WS-CALCIN-VALID-COUNT
           DISPLAY "CALCLOG on file:        " WS-CALCLOG-COUNT
           DISPLAY "  of which reversals:   " WS-CALCLOG-REV-COUNT
           MOVE WS-CALCLOG-REV-AMOUNT TO WS-AMT-DISPLAY
           DISPLAY "  reversed amount:   " WS-AMT-DISPLAY
           DISPLAY "CALCIN that will log:   " WS-CALCIN-VALID-COUNT
           DISPLAY "CALCIN that will not:   " WS-CALCIN-SKIPPED
           DISPLAY "CALCIN that will hold:  " WS-CALCIN-HELD
           DISPLAY "CALCLOG expected:       " WS-CALCLOG-EXPECTED
           DISPLAY "EMPMAST expected:       " WS-EMPMAST-COUNT
           PERFORM WRITE-RUN-HISTORY
      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: CALCLOG records counted in, the
      * staged expected count out, and the CALCIN transactions
      * that will not log - skipped or held - as the rejected
      * column.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-CALCLOG-COUNT TO RH-IN-COUNT
               MOVE WS-CALCLOG-EXPECTED TO RH-OUT-COUNT
               COMPUTE WS-NOT-LOGGING =
                   WS-CALCIN-SKIPPED + WS-CALCIN-HELD
               MOVE WS-NOT-LOGGING TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .
      * reconciliation will check: CL-REMAINDER for a "%" row,
      * CL-RESULT otherwise, a damaged result contributing nothing.
           TALLY-CALCLOG-AMOUNT.
               MOVE 0 TO WS-THIS-RESULT
               IF CL-OPERATION = "%"
                   IF CL-REMAINDER IS NUMERIC
                       MOVE CL-REMAINDER TO WS-THIS-RESULT
                   END-IF
               ELSE
                   IF CL-RESULT IS NUMERIC
                       MOVE CL-RESULT TO WS-THIS-RESULT
                   END-IF
               END-IF
               ADD WS-THIS-RESULT TO WS-CALCLOG-AMOUNT
               IF CL-ENTRY-TYPE = "R"
                   ADD 1 TO WS-CALCLOG-REV-COUNT
                   ADD WS-THIS-RESULT TO WS-CALCLOG-REV-AMOUNT
               END-IF
               .

      * Tallies the CALCIN transactions the next batch run will
      * write CALCLOG records for; a missing CALCIN just means
      * nothing staged.  A transaction that would log but will be
      * held is counted apart - it reaches CALCLOG only if a
      * supervisor releases it, which the staged totals cannot
      * foresee.
           COUNT-CALCIN-VALID.
               OPEN INPUT CALCIN-FILE
               IF WS-CALCIN-STATUS = "35"
                       AT END
                           MOVE "Y" TO WS-CALCIN-EOF
                       NOT AT END
                           IF CT-RECORD-TYPE = "H"
                               PERFORM SET-SOURCE-THRESHOLD
                           END-IF
                           PERFORM JUDGE-CALCIN-TRANS
                           IF WS-TRANS-WILL-LOG = "Y"
                               PERFORM JUDGE-HOLD-THRESHOLD
                           END-IF
                           IF WS-TRANS-WILL-LOG = "Y"
                                   AND WS-TRANS-WILL-HOLD = "Y"
                               ADD 1 TO WS-CALCIN-HELD
                           END-IF
                           IF WS-TRANS-WILL-LOG = "Y"
                                   AND WS-TRANS-WILL-HOLD = "N"
                               ADD 1 TO WS-CALCIN-VALID-COUNT
                               ADD WS-THIS-RESULT
                                   TO WS-CALCIN-AMOUNT
                           END-IF
                           IF WS-TRANS-WILL-LOG = "N"
                               ADD 1 TO WS-CALCIN-SKIPPED
                           END-IF
                   END-READ
               END-IF
               .

      * Loads the HOLDTHR threshold table; no HOLDTHR means no
      * thresholds, so nothing is expected to hold.
           LOAD-HOLD-THRESHOLDS.
               MOVE 0 TO WS-THR-COUNT
               MOVE "N" TO WS-HAS-DEFAULT-LIMIT
               OPEN INPUT HOLDTHR-FILE
               IF WS-HOLDTHR-STATUS = "35"
                   MOVE "Y" TO WS-HOLDTHR-EOF
               END-IF
               PERFORM UNTIL WS-HOLDTHR-EOF = "Y"
                   READ HOLDTHR-FILE
                       AT END
                           MOVE "Y" TO WS-HOLDTHR-EOF
                       NOT AT END
                           PERFORM NOTE-HOLD-THRESHOLD
                   END-READ
               END-PERFORM
               IF WS-HOLDTHR-STATUS NOT = "35"
                   CLOSE HOLDTHR-FILE
               END-IF
               .

           NOTE-HOLD-THRESHOLD.
               IF HT-THRESHOLD IS NUMERIC
                   IF HT-SOURCE-SYSTEM = SPACES
                       MOVE "Y" TO WS-HAS-DEFAULT-LIMIT
                       MOVE HT-THRESHOLD TO WS-DEFAULT-LIMIT
                   ELSE
                       IF WS-THR-COUNT < 20
                           ADD 1 TO WS-THR-COUNT
                           MOVE HT-SOURCE-SYSTEM
                               TO WS-THR-SOURCE(WS-THR-COUNT)
                           MOVE HT-THRESHOLD
                               TO WS-THR-LIMIT(WS-THR-COUNT)
                       END-IF
                   END-IF
               END-IF
               .

      * Makes the header just read the current source and its
      * threshold the one in force: its own record, else the
      * default record, else none.
           SET-SOURCE-THRESHOLD.
               MOVE CT-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
               MOVE 0 TO WS-THR-IDX
               PERFORM VARYING WS-THR-SCAN FROM 1 BY 1
                       UNTIL WS-THR-SCAN > WS-THR-COUNT
                       OR WS-THR-IDX > 0
                   IF WS-THR-SOURCE(WS-THR-SCAN) = WS-SOURCE-SYSTEM
                       MOVE WS-THR-SCAN TO WS-THR-IDX
                   END-IF
               END-PERFORM
               IF WS-THR-IDX > 0
                   MOVE "Y" TO WS-SOURCE-HAS-LIMIT
                   MOVE WS-THR-LIMIT(WS-THR-IDX) TO WS-SOURCE-LIMIT
               ELSE
                   MOVE WS-HAS-DEFAULT-LIMIT TO WS-SOURCE-HAS-LIMIT
                   MOVE WS-DEFAULT-LIMIT TO WS-SOURCE-LIMIT
               END-IF
               COMPUTE WS-SOURCE-LIMIT-NEG = WS-SOURCE-LIMIT * -1
               .

      * Decides whether a transaction that will log is held
      * instead: either operand, or the value it logs (already the
      * remainder for a "%" in WS-THIS-RESULT), beyond the
      * threshold in force either way.
           JUDGE-HOLD-THRESHOLD.
               MOVE "N" TO WS-TRANS-WILL-HOLD
               IF WS-SOURCE-HAS-LIMIT = "Y"
                   IF CT-NUM1 > WS-SOURCE-LIMIT
                           OR CT-NUM1 < WS-SOURCE-LIMIT-NEG
                           OR CT-NUM2 > WS-SOURCE-LIMIT
                           OR CT-NUM2 < WS-SOURCE-LIMIT-NEG
                           OR WS-THIS-RESULT > WS-SOURCE-LIMIT
                           OR WS-THIS-RESULT < WS-SOURCE-LIMIT-NEG
                       MOVE "Y" TO WS-TRANS-WILL-HOLD
                   END-IF
               END-IF
               .

      * Counts the employees on EMPMAST as maintenance left it
      * tonight; a missing EMPMAST just means zero employees, the
      * same treatment Counts' COUNT_DOWN gives it.
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CTLTOTS-FILE
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
               MOVE "CTLSTAGE" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
