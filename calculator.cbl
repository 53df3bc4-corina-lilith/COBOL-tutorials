               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT CALCSEQ-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCSEQ-STATUS.

           SELECT CALCCLS-FILE ASSIGN TO "CALCCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCCLS-STATUS.

           SELECT HOLDTHR-FILE ASSIGN TO "HOLDTHR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDTHR-STATUS.

           SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       FD  CALCSEQ-FILE.
       COPY CALCSEQR.

       FD  CALCCLS-FILE.
       COPY CALCCLSR.

       FD  HOLDTHR-FILE.
       COPY HOLDTHRR.

       FD  CALCHOLD-FILE.
       COPY CALCHLDR.

       WORKING-STORAGE SECTION.
       01 NUM1 PIC S9(9) VALUE 0.
       01 NUM2 PIC S9(9) VALUE 0.
       01 WS-RUN-LOG-COUNT PIC 9(9) VALUE 0.
       01 WS-RUN-EXC-COUNT PIC 9(9) VALUE 0.

      * high-value hold state for the batch window: the HOLDTHR
      * thresholds loaded at the window's start, the threshold in
      * force for the current source (set as each feed header goes
      * by), and whether the transaction in hand went to CALCHOLD
      * instead of CALCLOG.  Held transactions balance as held -
      * report lines = log records + exceptions + holds - not as
      * missing.  An interactive session never holds.
       01 WS-HOLDTHR-STATUS PIC X(2) VALUE "00".
       01 WS-HOLDTHR-EOF PIC X VALUE "N".
       01 WS-CALCHOLD-STATUS PIC X(2) VALUE "00".
       01 WS-HOLD-CHECKING PIC X VALUE "N".
       01 WS-HOLD-ITEM PIC X VALUE "N".
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
       01 WS-HOLD-VALUE PIC S9(11)V99 VALUE 0.
       01 WS-RUN-HELD-COUNT PIC 9(9) VALUE 0.

      * feed-integrity pass over CALCIN ahead of the batch window.
      * One CALCIN may carry several complete header/detail/trailer
      * feed sets back to back - one per upstream source system -
       01 WS-OVERRIDE-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-OVERRIDE-OK PIC X VALUE "N".

      * the security journal entry for the override check and for
      * the override itself, handed to SecLog
       COPY SECEVTR.

       01 WS-FEED-VERIFY-OK PIC X VALUE "Y".
       01 WS-FEED-FAIL-REASON PIC X(20) VALUE SPACE.
       01 WS-FEED-IN-SET PIC X VALUE "N".
               10 WS-SRC-RPT PIC 9(9).
               10 WS-SRC-LOG PIC 9(9).
               10 WS-SRC-EXC PIC 9(9).
               10 WS-SRC-HELD PIC 9(9).
       01 WS-SRC-TABLE-FULL PIC X VALUE "N".

      * CTLRPT-style alert line for a refused feed, the same
      * running total of RESULT across the interactive session
       01 WS-SESSION-TOTAL PIC S9(13)V99 VALUE 0.

      * the latest month the CalcCls month-end close has closed,
      * read from CALCCLS at start-up; an entry dated in it or
      * before it is flagged as a prior-period adjustment
       01 WS-LAST-CLOSED-PERIOD PIC X(06) VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * posting sequence number taken from CALCSEQ for the CALCLOG
      * record being written
       01 WS-CALCSEQ-STATUS PIC X(2) VALUE "00".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".
       01 WS-POST-SEQ PIC 9(9) VALUE 0.

      * work fields for building the audit-log record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SB-VERDICT               PIC X(10).

      * follows a run or source balancing line that held anything,
      * so the transactions parked on CALCHOLD are accounted for
      * in plain sight instead of reading as lost
       01 WS-HELD-BALANCE-LINE.
           05 HB-LABEL                 PIC X(12).
           05 FILLER                   PIC X(6) VALUE " HELD ".
           05 HB-HELD-COUNT            PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(27)
                   VALUE " ON CALCHOLD FOR SUPERVISOR".
           05 FILLER                   PIC X(8) VALUE " RELEASE".

      * work fields for displaying NUM1/NUM2/RESULT (or the session
      * total) on the terminal through the same kind of numeric-
      * edited picture WS-REPORT-LINE already uses for CALCRPT,

       PROCEDURE DIVISION USING LK-OPER-AREA.
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CLOSE-CONTROL
           PERFORM GET-DECIMAL-PLACES
           DISPLAY "Run in (B)atch or (I)nteractive mode: "
           ACCEPT WS-RUN-MODE
                       MOVE "C" TO WS-WINDOW-SETTING
                       MOVE WS-OVERRIDE-ID TO WS-WINDOW-SETTER
                       PERFORM WRITE-WINDOW-FLAG
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-OVERRIDE-ID TO SE-OPERATOR-ID
                       MOVE WS-WINDOW-SET-BY TO SE-TARGET-ID
                       MOVE "STUCK BATWIN FLAG CLEARED" TO SE-DETAIL
                       PERFORM LOG-SECURITY-EVENT
                       DISPLAY "Window flag cleared"
                       MOVE "Y" TO WS-SESSION-ALLOWED
                   ELSE
      * ID must be an active OPERMAST record with OP-AUTH-LEVEL
      * "S" and a matching password (spaces on file accepts with a
      * warning, the same allowance Menu's sign-on makes).  No
      * OPERMAST yet waives the check, as everywhere else.  The
      * outcome is journaled to SECJRNL against the desk operator
      * the override was keyed for.
           CHECK-OVERRIDE-SUPERVISOR.
               MOVE "N" TO WS-OVERRIDE-OK
               DISPLAY "Supervisor operator ID: "
               DISPLAY "Password: "
               ACCEPT WS-OVERRIDE-PASSWORD
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - override waived"
                   MOVE "Y" TO WS-OVERRIDE-OK
                   MOVE "Y" TO WS-OPERMAST-EOF
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               END-IF
               PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                   READ OPERMAST-FILE
               IF WS-OPERMAST-STATUS NOT = "35"
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-OVERRIDE-ID TO SE-OPERATOR-ID
               MOVE WS-OPERATOR-ID TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out
      * or without supervisor authority, accepted when the password
      * matches (or the record has none yet), otherwise a wrong
      * password, which counts toward the lockout.
           JUDGE-OVERRIDE-MATCH.
               EVALUATE TRUE
                   WHEN OP-STATUS = "D"
                       MOVE "OPERATOR DISABLED" TO SE-DETAIL
                   WHEN OP-STATUS = "L"
                       MOVE "SL" TO SE-EVENT-TYPE
                       MOVE "OPERATOR LOCKED OUT" TO SE-DETAIL
                   WHEN OP-AUTH-LEVEL NOT = "S"
                       MOVE "NOT A SUPERVISOR" TO SE-DETAIL
                   WHEN OP-PASSWORD = SPACES
                       DISPLAY "** No password on file for this "
                           "supervisor - have OperMnt assign one"
                       MOVE "Y" TO WS-OVERRIDE-OK
                       MOVE "SB" TO SE-EVENT-TYPE
                       MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                   WHEN OP-PASSWORD = WS-OVERRIDE-PASSWORD
                       MOVE "Y" TO WS-OVERRIDE-OK
                       MOVE "SS" TO SE-EVENT-TYPE
                       MOVE "OVERRIDE SUPERVISOR CHECK" TO SE-DETAIL
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the desk is told so.
           LOG-SECURITY-EVENT.
               MOVE "CALC" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * WS-WINDOW-SETTING, stamped with when and by whom - the
      * caller stages who in WS-WINDOW-SETTER.
           WRITE-WINDOW-FLAG.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT BATWIN-FILE
               MOVE WS-WINDOW-SETTING TO BW-WINDOW-FLAG
      * a formatted CALCRPT report line per transaction.  A checkpoint
      * is dropped to CALCCKPT every WS-CHECKPOINT-INTERVAL
      * transactions so an interrupted run can be restarted instead
      * of reprocessing CALCIN from the top.  A window whose JOBDEP
      * predecessors have not finished cleanly processes nothing
      * and leaves its run record with RC 4.
           BATCH-PROCESS.
               PERFORM CHECK-PREDECESSORS
               IF PK-RESULT = "R"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM VERIFY-CALCIN-FEED
                   IF WS-FEED-VERIFY-OK = "Y"
                       PERFORM RUN-BATCH-WINDOW
                   ELSE
                       PERFORM WRITE-FEED-ALERT
                       MOVE 2 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM WRITE-RUN-HISTORY
               .
      * with: 2 for a refused feed, 1 when exceptions were logged,
      * zero otherwise.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
           WRITE-FEED-ALERT.
               DISPLAY "CALCIN feed refused - "
                   WS-FEED-FAIL-REASON
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-CTLRPT-EXTEND
               MOVE SPACES TO CALC-CTLRPT-RECORD
               MOVE "O" TO WS-WINDOW-SETTING
               MOVE WS-OPERATOR-ID TO WS-WINDOW-SETTER
               PERFORM WRITE-WINDOW-FLAG
               PERFORM LOAD-HOLD-THRESHOLDS
               OPEN INPUT CALCIN-FILE
               IF WS-CALCIN-STATUS = "35"
                   DISPLAY "CALCIN not found - nothing to process"
               PERFORM OPEN-CALCLOG-EXTEND
               PERFORM OPEN-CALCCKPT-EXTEND
               PERFORM OPEN-CALCEXC-EXTEND
               PERFORM OPEN-CALCHOLD-EXTEND
               MOVE "Y" TO WS-HOLD-CHECKING
               PERFORM UNTIL WS-CALCIN-EOF = "Y"
                   READ CALCIN-FILE
                       AT END
               CLOSE CALCLOG-FILE
               CLOSE CALCCKPT-FILE
               CLOSE CALCEXC-FILE
               CLOSE CALCHOLD-FILE
               MOVE "N" TO WS-HOLD-CHECKING
               MOVE "C" TO WS-WINDOW-SETTING
               MOVE WS-OPERATOR-ID TO WS-WINDOW-SETTER
               PERFORM WRITE-WINDOW-FLAG
      * paragraphs interactive mode uses, with its report line,
      * balancing tallies and checkpoint.
           PROCESS-BATCH-TRANSACTION.
               MOVE "N" TO WS-HOLD-ITEM
               MOVE CT-NUM1 TO NUM1
               MOVE CT-OPERATION TO OPERATION
               MOVE CT-NUM2 TO NUM2
               END-EVALUATE

               IF WS-CALC-OK = "Y"
                   IF WS-HOLD-ITEM = "Y"
                       MOVE "HELD" TO WS-CALC-ERROR-REASON
                       PERFORM WRITE-ERROR-REPORT-LINE
                   ELSE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               ELSE
                   PERFORM WRITE-ERROR-REPORT-LINE
               END-IF
      * totals only, with a loud warning.
           SET-CURRENT-SOURCE.
               MOVE CT-SOURCE-SYSTEM TO WS-SOURCE-SYSTEM
               PERFORM SET-SOURCE-THRESHOLD
               MOVE 0 TO WS-SRC-IDX
               PERFORM VARYING WS-SRC-SCAN FROM 1 BY 1
                       UNTIL WS-SRC-SCAN > WS-SRC-COUNT
                       MOVE 0 TO WS-SRC-RPT(WS-SRC-IDX)
                       MOVE 0 TO WS-SRC-LOG(WS-SRC-IDX)
                       MOVE 0 TO WS-SRC-EXC(WS-SRC-IDX)
                       MOVE 0 TO WS-SRC-HELD(WS-SRC-IDX)
                   END-IF
               END-IF
               .

      * Loads the HOLDTHR threshold table once as the window opens.
      * No HOLDTHR (status 35) means no thresholds - everything
      * posts, as before holds existed; more sources than the table
      * holds are warned about and post unheld.
           LOAD-HOLD-THRESHOLDS.
               MOVE 0 TO WS-THR-COUNT
               MOVE "N" TO WS-HAS-DEFAULT-LIMIT
               MOVE "N" TO WS-HOLDTHR-EOF
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
                       IF WS-THR-COUNT >= 20
                           DISPLAY "** HOLDTHR TABLE FULL - "
                               HT-SOURCE-SYSTEM " posts unheld"
                       ELSE
                           ADD 1 TO WS-THR-COUNT
                           MOVE HT-SOURCE-SYSTEM
                               TO WS-THR-SOURCE(WS-THR-COUNT)
                           MOVE HT-THRESHOLD
                               TO WS-THR-LIMIT(WS-THR-COUNT)
                       END-IF
                   END-IF
               END-IF
               .

      * Makes the current source's threshold the one in force: its
      * own HOLDTHR record, else the default record, else none.
           SET-SOURCE-THRESHOLD.
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

      * Asks whether this batch run should resume after the last
      * checkpoint written by a prior, interrupted run.  The last
      * checkpoint is read either way: a restart takes both its
               END-IF
               .

      * Same missing-file handling as OPEN-CALCLOG-EXTEND, for
      * CALCHOLD.
           OPEN-CALCHOLD-EXTEND.
               OPEN EXTEND CALCHOLD-FILE
               IF WS-CALCHOLD-STATUS = "35"
                   OPEN OUTPUT CALCHOLD-FILE
                   CLOSE CALCHOLD-FILE
                   OPEN EXTEND CALCHOLD-FILE
               END-IF
               .

      * Same missing-file handling as OPEN-CALCLOG-EXTEND, for
      * CALCEXC.
           OPEN-CALCEXC-EXTEND.
      * stamped with the current date and time, so a later restart
      * knows where to resume.
           WRITE-CHECKPOINT.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-TRANS-COUNT TO CK-LAST-TRANS-COUNT
               MOVE WS-CURRENT-DATE TO CK-CHECKPOINT-DATE
               IF WS-RUN-READ-COUNT = WS-RUN-REPORT-COUNT
                       AND WS-RUN-REPORT-COUNT =
                           WS-RUN-LOG-COUNT + WS-RUN-EXC-COUNT
                           + WS-RUN-HELD-COUNT
                   MOVE "BALANCED" TO BL-VERDICT
               ELSE
                   MOVE "OUT OF BALANCE" TO BL-VERDICT
               END-IF
               MOVE WS-BALANCE-LINE TO CALC-RPT-RECORD
               WRITE CALC-RPT-RECORD
               IF WS-RUN-HELD-COUNT > 0
                   MOVE SPACES TO HB-LABEL
                   STRING "RUN " WS-RUN-NUMBER DELIMITED BY SIZE
                       INTO HB-LABEL
                   END-STRING
                   MOVE WS-RUN-HELD-COUNT TO HB-HELD-COUNT
                   MOVE WS-HELD-BALANCE-LINE TO CALC-RPT-RECORD
                   WRITE CALC-RPT-RECORD
               END-IF
               .

           WRITE-SOURCE-BALANCE-LINE.
                       AND WS-SRC-RPT(WS-SRC-SCAN) =
                           WS-SRC-LOG(WS-SRC-SCAN)
                           + WS-SRC-EXC(WS-SRC-SCAN)
                           + WS-SRC-HELD(WS-SRC-SCAN)
                   MOVE "BALANCED" TO SB-VERDICT
               ELSE
                   MOVE "OUT OF BAL" TO SB-VERDICT
               END-IF
               MOVE WS-SRC-BALANCE-LINE TO CALC-RPT-RECORD
               WRITE CALC-RPT-RECORD
               IF WS-SRC-HELD(WS-SRC-SCAN) > 0
                   MOVE SPACES TO HB-LABEL
                   STRING "SRC " WS-SRC-NAME(WS-SRC-SCAN)
                       DELIMITED BY SIZE INTO HB-LABEL
                   END-STRING
                   MOVE WS-SRC-HELD(WS-SRC-SCAN) TO HB-HELD-COUNT
                   MOVE WS-HELD-BALANCE-LINE TO CALC-RPT-RECORD
                   WRITE CALC-RPT-RECORD
               END-IF
               .

      * RESULT is the discarded quotient for a "%" transaction - the
      * operation just performed to CALCLOG, stamped with the current
      * date and time, so there is a durable record of what ran.
           WRITE-CALC-LOG.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               IF WS-HOLD-CHECKING = "Y"
                   PERFORM JUDGE-HOLD-THRESHOLD
               END-IF
               IF WS-HOLD-ITEM = "Y"
                   PERFORM WRITE-HELD-TRANSACTION
               ELSE
                   PERFORM POST-CALC-LOG
               END-IF
               .

      * Writes the CALCLOG record itself for a transaction that
      * is not being held.
           POST-CALC-LOG.
               MOVE NUM1 TO CL-NUM1
               MOVE OPERATION TO CL-OPERATION
               MOVE NUM2 TO CL-NUM2
               MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
               MOVE WS-RUN-NUMBER TO CL-RUN-NUMBER
               MOVE WS-SOURCE-SYSTEM TO CL-SOURCE-SYSTEM
               PERFORM GET-NEXT-POST-SEQ
               MOVE WS-POST-SEQ TO CL-POST-SEQ
               MOVE SPACE TO CL-ENTRY-TYPE
               MOVE 0 TO CL-REVERSED-SEQ
               MOVE SPACES TO CL-REASON-CODE
               PERFORM JUDGE-PRIOR-PERIOD
               WRITE CALC-LOG-RECORD
               ADD 1 TO WS-RUN-LOG-COUNT
               IF WS-SRC-IDX > 0
               END-IF
               .

      * Holds the transaction when a threshold is in force for its
      * source and either operand, or the value it would post (the
      * remainder for a "%"), is larger than it either way.
           JUDGE-HOLD-THRESHOLD.
               MOVE "N" TO WS-HOLD-ITEM
               IF OPERATION = "%"
                   MOVE REMAINDER-VALUE TO WS-HOLD-VALUE
               ELSE
                   MOVE RESULT TO WS-HOLD-VALUE
               END-IF
               IF WS-SOURCE-HAS-LIMIT = "Y"
                   IF NUM1 > WS-SOURCE-LIMIT
                           OR NUM1 < WS-SOURCE-LIMIT-NEG
                           OR NUM2 > WS-SOURCE-LIMIT
                           OR NUM2 < WS-SOURCE-LIMIT-NEG
                           OR WS-HOLD-VALUE > WS-SOURCE-LIMIT
                           OR WS-HOLD-VALUE < WS-SOURCE-LIMIT-NEG
                       MOVE "Y" TO WS-HOLD-ITEM
                   END-IF
               END-IF
               .

      * Parks the transaction on CALCHOLD with what it would have
      * posted, for a supervisor's release or rejection.  Its
      * sequence in the run is the transaction count it will carry
      * once PROCESS-BATCH-TRANSACTION counts it.
           WRITE-HELD-TRANSACTION.
               MOVE WS-RUN-NUMBER TO HD-RUN-NUMBER
               COMPUTE HD-TRANS-SEQ = WS-TRANS-COUNT + 1
               MOVE NUM1 TO HD-NUM1
               MOVE OPERATION TO HD-OPERATION
               MOVE NUM2 TO HD-NUM2
               MOVE RESULT TO HD-RESULT
               MOVE REMAINDER-VALUE TO HD-REMAINDER
               MOVE WS-SOURCE-SYSTEM TO HD-SOURCE-SYSTEM
               MOVE WS-SOURCE-LIMIT TO HD-THRESHOLD
               MOVE WS-CURRENT-DATE TO HD-HOLD-DATE
               MOVE WS-CURRENT-TIME TO HD-HOLD-TIME
               MOVE WS-OPERATOR-ID TO HD-SUBMITTED-BY
               MOVE "H" TO HD-STATUS
               MOVE SPACES TO HD-DECIDED-BY
               MOVE SPACES TO HD-DECIDED-DATE
               MOVE SPACES TO HD-DECIDED-TIME
               MOVE 0 TO HD-POST-SEQ
               WRITE CALC-HOLD-RECORD
               DISPLAY "Transaction held for supervisor release"
               ADD 1 TO WS-RUN-HELD-COUNT
               IF WS-SRC-IDX > 0
                   ADD 1 TO WS-SRC-HELD(WS-SRC-IDX)
               END-IF
               .

      * Reads the single CALCCLS close control record for the
      * latest month CalcCls has closed; no file, or an empty one,
      * means no month has been closed and nothing is flagged.  A
      * business date that is itself in a closed month (a rerun of
      * an old day) is called out, since every posting will be
      * flagged.
           READ-CLOSE-CONTROL.
               MOVE SPACES TO WS-LAST-CLOSED-PERIOD
               OPEN INPUT CALCCLS-FILE
               IF WS-CALCCLS-STATUS = "35"
                   CONTINUE
               ELSE
                   READ CALCCLS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CC-LAST-CLOSED-PERIOD
                               TO WS-LAST-CLOSED-PERIOD
                   END-READ
                   CLOSE CALCCLS-FILE
               END-IF
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   IF WS-BUSINESS-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
                       DISPLAY "** Business date " WS-BUSINESS-DATE
                           " is in closed month " WS-LAST-CLOSED-PERIOD
                           " - postings are flagged as prior-period"
                           " adjustments"
                   END-IF
               END-IF
               .

      * Flags the CALCLOG record being built as a prior-period
      * adjustment when it is dated in a month already closed.
           JUDGE-PRIOR-PERIOD.
               MOVE SPACE TO CL-PRIOR-PERIOD
               MOVE SPACES TO CL-ADJ-PERIOD
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   IF CL-LOG-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
                       MOVE "P" TO CL-PRIOR-PERIOD
                       MOVE CL-LOG-DATE(1:6) TO CL-ADJ-PERIOD
                   END-IF
               END-IF
               .

      * Takes the next posting sequence number off the single
      * CALCSEQ control record and writes the record back at once,
      * so no two CALCLOG records ever carry the same CL-POST-SEQ.
      * A CALCSEQ that has never been created (or is empty) starts
      * the sequence at one.
           GET-NEXT-POST-SEQ.
               MOVE 0 TO WS-POST-SEQ
               OPEN INPUT CALCSEQ-FILE
               IF WS-CALCSEQ-STATUS = "35"
                   CONTINUE
               ELSE
                   READ CALCSEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE SQ-LAST-POST-SEQ TO WS-POST-SEQ
                   END-READ
                   CLOSE CALCSEQ-FILE
               END-IF
               ADD 1 TO WS-POST-SEQ
               OPEN OUTPUT CALCSEQ-FILE
               MOVE WS-POST-SEQ TO SQ-LAST-POST-SEQ
               MOVE WS-CURRENT-DATE TO SQ-SET-DATE
               MOVE WS-CURRENT-TIME TO SQ-SET-TIME
               MOVE "CALC" TO SQ-SET-BY
               WRITE CALC-SEQUENCE-RECORD
               CLOSE CALCSEQ-FILE
               .

      * Routes an operator that is none of the five Calc supports, or
      * a MULTIPLY overflow, to CALCEXC along with the operands it
      * came with, and raises WS-EXCEPTION-FLAG so RETURN-CODE tells
           WRITE-EXCEPTION.
               DISPLAY "Exception logged to CALCEXC - "
                   WS-EXCEPTION-REASON
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE NUM1 TO CX-NUM1
               MOVE OPERATION TO CX-OPERATION
                   ADD 1 TO WS-SRC-EXC(WS-SRC-IDX)
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
               MOVE "CALC" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
