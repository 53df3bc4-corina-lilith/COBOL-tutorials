       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRev.

      * Supervisor-authorised reversal of a posted CALCLOG entry.
      * CalcFix only reaches CALCEXC items that never posted; once a
      * transaction is on CALCLOG the only correct way to take it
      * back out is an offsetting entry, never an edit in place
      * that the nightly value reconciliation would then fail.  The
      * supervisor keys the CL-POST-SEQ of the entry a source system
      * says was wrong; it is shown, a reason code is keyed, and on
      * confirmation a reversal ("R") record is appended to CALCLOG
      * carrying the original's operands, its result and remainder
      * negated, the original's run number and source system (so
      * per-run and per-source totals net), CL-REVERSED-SEQ pointing
      * back at it, and its own posting sequence number from
      * CALCSEQ.  A reversal is dated the business day it was keyed
      * and signed by the supervisor, so it lands on that night's
      * control report; reversing a posting dated in a month the
      * CalcCls close has already closed flags the reversal as a
      * prior-period adjustment against that month, so the closed
      * figures stand and the next close carries it.  An entry can
      * be reversed once, a reversal cannot itself be reversed, and
      * nothing is written while the batch window is open - the
      * same interlock a desk Calc session observes.  The corrected
      * amount, if any, comes back through the source system's next
      * feed as ordinary postings.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT CALCSEQ-FILE ASSIGN TO "CALCSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCSEQ-STATUS.

           SELECT CALCCLS-FILE ASSIGN TO "CALCCLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCCLS-STATUS.

           SELECT BATWIN-FILE ASSIGN TO "BATWIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATWIN-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       COPY CALCLOGR.

       FD  CALCSEQ-FILE.
       COPY CALCSEQR.

       FD  CALCCLS-FILE.
       COPY CALCCLSR.

       FD  BATWIN-FILE.
       COPY BATWINR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCLOG-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-EOF PIC X VALUE "N".
       01 WS-CALCSEQ-STATUS PIC X(2) VALUE "00".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".
       01 WS-BATWIN-STATUS PIC X(2) VALUE "00".
       01 WS-WINDOW-OPEN PIC X VALUE "N".

      * supervisor sign-on state, as OperMnt keeps it
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-SIGNON-ID PIC X(08) VALUE SPACE.
       01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACE.
       01 WS-SIGNON-VALID PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.

      * the security journal entry for each sign-on attempt, set
      * by JUDGE-SUPERVISOR-MATCH and handed to SecLog once
      * OPERMAST is closed
       COPY SECEVTR.

      * the posting sequence keyed, and what CALCLOG says about it:
      * WS-ORIG-FOUND "Y" on an ordinary posting carrying that
      * number, WS-ORIG-IS-REVERSAL "Y" when the number belongs to
      * a reversal, WS-ALREADY-REVERSED "Y" when a reversal already
      * points at it
       01 WS-KEY-SEQ-X PIC X(09) VALUE SPACE.
       01 WS-KEY-SEQ-DIGITS PIC X(09) JUSTIFIED RIGHT VALUE SPACE.
       01 WS-KEY-SEQ-LEN PIC 9(2) VALUE 0.
       01 WS-KEY-SEQ PIC 9(09) VALUE 0.
       01 WS-KEY-VALID PIC X VALUE "N".
       01 WS-ORIG-FOUND PIC X VALUE "N".
       01 WS-ORIG-IS-REVERSAL PIC X VALUE "N".
       01 WS-ALREADY-REVERSED PIC X VALUE "N".
       01 WS-PRIOR-REVERSAL-SEQ PIC 9(09) VALUE 0.
       01 WS-PRIOR-REVERSAL-DATE PIC X(08) VALUE SPACE.

      * the original entry, copied out of the record area before
      * CALCLOG is closed - the record area is undefined after CLOSE
       01 WS-ORIG-NUM1 PIC S9(9) VALUE 0.
       01 WS-ORIG-OPERATION PIC X VALUE SPACE.
       01 WS-ORIG-NUM2 PIC S9(9) VALUE 0.
       01 WS-ORIG-RESULT PIC S9(11)V99 VALUE 0.
       01 WS-ORIG-REMAINDER PIC S9(9) VALUE 0.
       01 WS-ORIG-LOG-DATE PIC X(08) VALUE SPACE.
       01 WS-ORIG-LOG-TIME PIC X(08) VALUE SPACE.
       01 WS-ORIG-OPERATOR-ID PIC X(08) VALUE SPACE.
       01 WS-ORIG-RUN-NUMBER PIC 9(04) VALUE 0.
       01 WS-ORIG-SOURCE-SYSTEM PIC X(08) VALUE SPACE.

      * reason code keyed for the reversal, re-prompted until it is
      * one of the codes below
       01 WS-REASON-CODE PIC X(03) VALUE SPACE.
       01 WS-REASON-VALID PIC X VALUE "N".
       01 WS-CONFIRM PIC X VALUE SPACE.

      * posting sequence number taken from CALCSEQ for the reversal
       01 WS-POST-SEQ PIC 9(9) VALUE 0.

      * numeric-edited pictures for showing the original entry on
      * the terminal, as WS-TERM-LINE does in calculator.cbl
       01 WS-TERM-LINE.
           05 TL-NUM1                  PIC -(8)9.
           05 TL-NUM2                  PIC -(8)9.
           05 TL-RESULT                PIC -(11)9.99.
           05 TL-REMAINDER             PIC -(8)9.

      * the latest month the CalcCls month-end close has closed,
      * read from CALCCLS at start-up; an entry dated in it or
      * before it is flagged as a prior-period adjustment
       01 WS-LAST-CLOSED-PERIOD PIC X(06) VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "CALCLOG posting reversal"
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CLOSE-CONTROL
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = "Y"
               DISPLAY "Batch window is OPEN - reversals wait until "
                   "the window closes"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - reversal refused"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-POSTING-SEQUENCE
           PERFORM FIND-ORIGINAL-POSTING
           EVALUATE TRUE
               WHEN WS-ORIG-IS-REVERSAL = "Y"
                   DISPLAY "Posting " WS-KEY-SEQ " is itself a "
                       "reversal - it cannot be reversed"
                   MOVE 1 TO RETURN-CODE
               WHEN WS-ORIG-FOUND NOT = "Y"
                   DISPLAY "No posting " WS-KEY-SEQ " on CALCLOG"
                   MOVE 1 TO RETURN-CODE
               WHEN WS-ALREADY-REVERSED = "Y"
                   DISPLAY "Posting " WS-KEY-SEQ " was already "
                       "reversed by " WS-PRIOR-REVERSAL-SEQ " on "
                       WS-PRIOR-REVERSAL-DATE
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM CONFIRM-REVERSAL
           END-EVALUATE
           STOP RUN.

      * Reads the single BATWIN record; no file, an empty file, or
      * anything but "O" reads as closed.
           CHECK-BATCH-WINDOW.
               MOVE "N" TO WS-WINDOW-OPEN
               OPEN INPUT BATWIN-FILE
               IF WS-BATWIN-STATUS = "35"
                   CONTINUE
               ELSE
                   READ BATWIN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BW-WINDOW-FLAG = "O"
                               MOVE "Y" TO WS-WINDOW-OPEN
                           END-IF
                   END-READ
                   CLOSE BATWIN-FILE
               END-IF
               .

           SUPERVISOR-SIGN-ON.
               MOVE "N" TO WS-SIGNON-VALID
               MOVE 0 TO WS-SIGNON-TRIES
               PERFORM UNTIL WS-SIGNON-VALID = "Y"
                       OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Supervisor operator ID: "
                   ACCEPT WS-SIGNON-ID
                   DISPLAY "Password: "
                   ACCEPT WS-SIGNON-PASSWORD
                   PERFORM CHECK-SUPERVISOR
                   IF WS-SIGNON-VALID NOT = "Y"
                       DISPLAY "Sign-on refused"
                   END-IF
               END-PERFORM
               .

           CHECK-SUPERVISOR.
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - sign-on waived"
                   MOVE "Y" TO WS-SIGNON-VALID
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               ELSE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
                           AT END
                               MOVE "Y" TO WS-OPERMAST-EOF
                           NOT AT END
                               IF OP-ID = WS-SIGNON-ID
                                   PERFORM JUDGE-SUPERVISOR-MATCH
                                   MOVE "Y" TO WS-OPERMAST-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE SPACES TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out
      * or without supervisor authority, accepted when the password
      * matches (or the record has none yet), otherwise a wrong
      * password, which counts toward the lockout.
           JUDGE-SUPERVISOR-MATCH.
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
                           "supervisor - assign one now"
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE "SB" TO SE-EVENT-TYPE
                       MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                   WHEN OP-PASSWORD = WS-SIGNON-PASSWORD
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE "SS" TO SE-EVENT-TYPE
                       MOVE "SUPERVISOR SIGN-ON" TO SE-DETAIL
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the operator is told so.
           LOG-SECURITY-EVENT.
               MOVE "CALCREV" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Accepts the posting sequence number of the entry to reverse,
      * re-prompting until it is one to nine digits and not zero
      * (zero is every record written before sequences were kept,
      * which cannot be named uniquely).
           GET-POSTING-SEQUENCE.
               MOVE "N" TO WS-KEY-VALID
               PERFORM UNTIL WS-KEY-VALID = "Y"
                   DISPLAY "Posting sequence number to reverse: "
                   ACCEPT WS-KEY-SEQ-X
                   MOVE 0 TO WS-KEY-SEQ-LEN
                   INSPECT WS-KEY-SEQ-X TALLYING WS-KEY-SEQ-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-KEY-SEQ-LEN = 0
                       DISPLAY "Invalid sequence number, please "
                           "re-enter"
                   ELSE
                       MOVE WS-KEY-SEQ-X(1:WS-KEY-SEQ-LEN)
                           TO WS-KEY-SEQ-DIGITS
                       INSPECT WS-KEY-SEQ-DIGITS
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-KEY-SEQ-DIGITS IS NUMERIC
                           MOVE WS-KEY-SEQ-DIGITS TO WS-KEY-SEQ
                           IF WS-KEY-SEQ > 0
                               MOVE "Y" TO WS-KEY-VALID
                           END-IF
                       END-IF
                       IF WS-KEY-VALID NOT = "Y"
                           DISPLAY "Invalid sequence number, please "
                               "re-enter"
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Passes CALCLOG front to back for the keyed number: the
      * ordinary posting that carries it is the original, and any
      * reversal pointing back at it means it has already been
      * reversed.  A CALCLOG that has never been created leaves
      * nothing found.
           FIND-ORIGINAL-POSTING.
               MOVE "N" TO WS-ORIG-FOUND
               MOVE "N" TO WS-ORIG-IS-REVERSAL
               MOVE "N" TO WS-ALREADY-REVERSED
               MOVE "N" TO WS-CALCLOG-EOF
               OPEN INPUT CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
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
               IF CL-POST-SEQ = WS-KEY-SEQ
                   IF CL-ENTRY-TYPE = "R"
                       MOVE "Y" TO WS-ORIG-IS-REVERSAL
                   ELSE
                       MOVE "Y" TO WS-ORIG-FOUND
                       MOVE CL-NUM1 TO WS-ORIG-NUM1
                       MOVE CL-OPERATION TO WS-ORIG-OPERATION
                       MOVE CL-NUM2 TO WS-ORIG-NUM2
                       MOVE CL-RESULT TO WS-ORIG-RESULT
                       MOVE CL-REMAINDER TO WS-ORIG-REMAINDER
                       MOVE CL-LOG-DATE TO WS-ORIG-LOG-DATE
                       MOVE CL-LOG-TIME TO WS-ORIG-LOG-TIME
                       MOVE CL-OPERATOR-ID TO WS-ORIG-OPERATOR-ID
                       MOVE CL-RUN-NUMBER TO WS-ORIG-RUN-NUMBER
                       MOVE CL-SOURCE-SYSTEM TO WS-ORIG-SOURCE-SYSTEM
                   END-IF
               END-IF
               IF CL-ENTRY-TYPE = "R"
                       AND CL-REVERSED-SEQ = WS-KEY-SEQ
                   MOVE "Y" TO WS-ALREADY-REVERSED
                   MOVE CL-POST-SEQ TO WS-PRIOR-REVERSAL-SEQ
                   MOVE CL-LOG-DATE TO WS-PRIOR-REVERSAL-DATE
               END-IF
               .

      * Shows the original entry and, with a reason code keyed and
      * a "Y" to confirm, appends the reversal.
           CONFIRM-REVERSAL.
               MOVE WS-ORIG-NUM1 TO TL-NUM1
               MOVE WS-ORIG-NUM2 TO TL-NUM2
               MOVE WS-ORIG-RESULT TO TL-RESULT
               MOVE WS-ORIG-REMAINDER TO TL-REMAINDER
               DISPLAY " "
               DISPLAY "Posting " WS-KEY-SEQ " " WS-ORIG-LOG-DATE " "
                   WS-ORIG-LOG-TIME " operator " WS-ORIG-OPERATOR-ID
               DISPLAY "  Run " WS-ORIG-RUN-NUMBER " source "
                   WS-ORIG-SOURCE-SYSTEM
               DISPLAY "  " TL-NUM1 " " WS-ORIG-OPERATION " " TL-NUM2
                   " = " TL-RESULT " remainder " TL-REMAINDER
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   IF WS-ORIG-LOG-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
                       DISPLAY "  ** Dated in closed month "
                           WS-ORIG-LOG-DATE(1:6) " - the reversal "
                           "is a prior-period adjustment"
                   END-IF
               END-IF
               PERFORM GET-REASON-CODE
               DISPLAY "Reverse this posting (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing reversed"
               ELSE
                   PERFORM WRITE-REVERSAL
                   DISPLAY "Reversal " WS-POST-SEQ " written against "
                       "posting " WS-KEY-SEQ
               END-IF
               .

      * Accepts the reversal reason code, re-prompting until it is
      * one of the codes the control report and CalcSum know:
      *   AMT - amount wrong at the source system
      *   DUP - the same transaction posted twice
      *   SRC - posted under the wrong source system
      *   OPR - operator keying error at the desk
      *   OTH - any other reason, documented off-line
           GET-REASON-CODE.
               MOVE "N" TO WS-REASON-VALID
               PERFORM UNTIL WS-REASON-VALID = "Y"
                   DISPLAY "Reason code (AMT amount, DUP duplicate, "
                       "SRC source, OPR operator, OTH other): "
                   ACCEPT WS-REASON-CODE
                   EVALUATE WS-REASON-CODE
                       WHEN "AMT"
                       WHEN "DUP"
                       WHEN "SRC"
                       WHEN "OPR"
                       WHEN "OTH"
                           MOVE "Y" TO WS-REASON-VALID
                       WHEN OTHER
                           DISPLAY "Invalid reason code, please "
                               "re-enter"
                   END-EVALUATE
               END-PERFORM
               .

      * Builds the offsetting entry from the saved original and
      * appends it.  The run number and source stay the original's
      * so the run and source it was posted under net to the
      * corrected figure; the date, time and operator are the
      * reversal's own.
           WRITE-REVERSAL.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM GET-NEXT-POST-SEQ
               PERFORM OPEN-CALCLOG-EXTEND
               MOVE WS-ORIG-NUM1 TO CL-NUM1
               MOVE WS-ORIG-OPERATION TO CL-OPERATION
               MOVE WS-ORIG-NUM2 TO CL-NUM2
               COMPUTE CL-RESULT = WS-ORIG-RESULT * -1
               COMPUTE CL-REMAINDER = WS-ORIG-REMAINDER * -1
               MOVE WS-CURRENT-DATE TO CL-LOG-DATE
               MOVE WS-CURRENT-TIME TO CL-LOG-TIME
               MOVE WS-SIGNON-ID TO CL-OPERATOR-ID
               MOVE WS-ORIG-RUN-NUMBER TO CL-RUN-NUMBER
               MOVE WS-ORIG-SOURCE-SYSTEM TO CL-SOURCE-SYSTEM
               MOVE WS-POST-SEQ TO CL-POST-SEQ
               MOVE "R" TO CL-ENTRY-TYPE
               MOVE WS-KEY-SEQ TO CL-REVERSED-SEQ
               MOVE WS-REASON-CODE TO CL-REASON-CODE
               PERFORM JUDGE-PRIOR-PERIOD
               WRITE CALC-LOG-RECORD
               CLOSE CALCLOG-FILE
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

      * Flags the reversal being built as a prior-period
      * adjustment when the posting it reverses is dated in a month
      * already closed - the month it adjusts is the original's -
      * or, failing that, when the reversal is itself dated in one.
           JUDGE-PRIOR-PERIOD.
               MOVE SPACE TO CL-PRIOR-PERIOD
               MOVE SPACES TO CL-ADJ-PERIOD
               IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                   IF WS-ORIG-LOG-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
                       MOVE "P" TO CL-PRIOR-PERIOD
                       MOVE WS-ORIG-LOG-DATE(1:6) TO CL-ADJ-PERIOD
                   ELSE
                       IF CL-LOG-DATE(1:6) <= WS-LAST-CLOSED-PERIOD
                           MOVE "P" TO CL-PRIOR-PERIOD
                           MOVE CL-LOG-DATE(1:6) TO CL-ADJ-PERIOD
                       END-IF
                   END-IF
               END-IF
               .

      * Takes the next posting sequence number off the single
      * CALCSEQ control record and writes the record back at once,
      * the same way Calc's GET-NEXT-POST-SEQ does.
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
               MOVE "CALCREV" TO SQ-SET-BY
               WRITE CALC-SEQUENCE-RECORD
               CLOSE CALCSEQ-FILE
               .

      * OPEN EXTEND does not create a missing CALCLOG; the original
      * was found on it, so it exists, but the same fallback Calc
      * uses costs nothing.
           OPEN-CALCLOG-EXTEND.
               OPEN EXTEND CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
                   OPEN OUTPUT CALCLOG-FILE
                   CLOSE CALCLOG-FILE
                   OPEN EXTEND CALCLOG-FILE
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
