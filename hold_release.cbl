       IDENTIFICATION DIVISION.
       PROGRAM-ID. HoldRel IS INITIAL PROGRAM.

      * Supervisor release of high-value held transactions, off the
      * Menu.  The Calc batch window parks every transaction over
      * its source's HOLDTHR threshold on CALCHOLD instead of
      * posting it; this walks CALCHOLD showing each item still
      * held ("H") and lets the signed-on supervisor release it -
      * posted to CALCLOG exactly as the window computed it, under
      * the original run number and source system, with its own
      * posting sequence number from CALCSEQ - or reject it to
      * CALCEXC (reason "HOLD REJ") for CalcFix to work like any
      * other exception.  Dual control is the point: the signed-on
      * operator must hold "S" authority on OPERMAST (waived only
      * while OPERMAST has never been created), and an item the
      * same operator submitted in the batch window is shown but
      * cannot be decided by them.  Decisions are stamped on the
      * CALCHOLD record (via the CALCHOLDW work file and a
      * copy-back, the same two-pass pattern CalcFix uses on
      * CALCEXC), and nothing is decided while the batch window is
      * open - the same interlock a desk Calc session observes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCHOLD-FILE ASSIGN TO "CALCHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCHOLD-STATUS.

           SELECT CALCHOLDW-FILE ASSIGN TO "CALCHOLDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCHOLDW-STATUS.

           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCLOG-STATUS.

           SELECT CALCEXC-FILE ASSIGN TO "CALCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCEXC-STATUS.

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
       FD  CALCHOLD-FILE.
       COPY CALCHLDR.

       FD  CALCHOLDW-FILE.
       01  CALC-HOLD-WORK-RECORD          PIC X(140).

       FD  CALCLOG-FILE.
       COPY CALCLOGR.

       FD  CALCEXC-FILE.
       COPY CALCEXCR.

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
       01 WS-CALCHOLD-STATUS PIC X(2) VALUE "00".
       01 WS-CALCHOLDW-STATUS PIC X(2) VALUE "00".
       01 WS-CALCLOG-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXC-STATUS PIC X(2) VALUE "00".
       01 WS-CALCSEQ-STATUS PIC X(2) VALUE "00".
       01 WS-CALCCLS-STATUS PIC X(2) VALUE "00".
       01 WS-BATWIN-STATUS PIC X(2) VALUE "00".
       01 WS-CALCHOLD-EOF PIC X VALUE "N".
       01 WS-CALCHOLDW-EOF PIC X VALUE "N".
       01 WS-WINDOW-OPEN PIC X VALUE "N".

      * the signed-on operator's authority, looked up on OPERMAST:
      * WS-APPROVER-ALLOWED "Y" for an active "S" record, or for
      * anyone while OPERMAST has never been created
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-APPROVER-ALLOWED PIC X VALUE "N".

      * the choice keyed against each held item, and the session's
      * tallies
       01 WS-HOLD-CHOICE PIC X VALUE SPACE.
       01 WS-LEAVE-REST PIC X VALUE "N".
       01 WS-SHOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
       01 WS-STILL-HELD-COUNT PIC 9(5) VALUE 0.

      * posting sequence number taken from CALCSEQ for a release
       01 WS-POST-SEQ PIC 9(9) VALUE 0.

      * numeric-edited pictures for showing a held item on the
      * terminal, as WS-TERM-LINE does in calculator.cbl
       01 WS-TERM-LINE.
           05 TL-NUM1                  PIC -(8)9.
           05 TL-NUM2                  PIC -(8)9.
           05 TL-RESULT                PIC -(11)9.99.
           05 TL-THRESHOLD             PIC Z(10)9.99.

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

      * the signed-on operator ID, resolved from the length-prefixed
      * parameter area at start-up; WS-OPER-TEXT stages only the
      * bytes the length prefix covers
       01 WS-OPERATOR-ID PIC X(08) VALUE "UNKNOWN".
       01 WS-OPER-TEXT PIC X(08) VALUE SPACE.

       LINKAGE SECTION.
      * Receives the signed-on operator ID from Menu's CALL, in the
      * same length-prefixed shape Calc and Greet take it.
       01 LK-OPER-AREA.
           05 LK-OPER-LEN PIC S9(4) COMP.
           05 LK-OPER-ID PIC X(08).

       PROCEDURE DIVISION USING LK-OPER-AREA.
           DISPLAY "High-value held transaction release"
           PERFORM RESOLVE-OPERATOR-ID
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-CLOSE-CONTROL
           PERFORM CHECK-BATCH-WINDOW
           IF WS-WINDOW-OPEN = "Y"
               DISPLAY "Batch window is OPEN - holds wait until "
                   "the window closes"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CHECK-APPROVER-AUTHORITY
           IF WS-APPROVER-ALLOWED NOT = "Y"
               DISPLAY "Hold release needs supervisor authority - "
                   WS-OPERATOR-ID " refused"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WORK-THROUGH-HOLDS
           IF WS-CALCHOLD-STATUS NOT = "35"
               PERFORM COPY-BACK-CALCHOLD
           END-IF
           DISPLAY "Holds shown:           " WS-SHOWN-COUNT
           DISPLAY "Released and posted:   " WS-RELEASED-COUNT
           DISPLAY "Rejected to CALCEXC:   " WS-REJECTED-COUNT
           DISPLAY "Still held:            " WS-STILL-HELD-COUNT
           GOBACK.

      * Picks the operator ID out of the parameter area, taking
      * only the bytes the length prefix vouches for, the same
      * guarded reference modification Calc's RESOLVE-OPERATOR-ID
      * uses.  A zero length leaves the "UNKNOWN" stamp.
           RESOLVE-OPERATOR-ID.
               IF LK-OPER-LEN > 0
                   MOVE SPACES TO WS-OPER-TEXT
                   IF LK-OPER-LEN < 8
                       MOVE LK-OPER-ID(1:LK-OPER-LEN)
                           TO WS-OPER-TEXT
                   ELSE
                       MOVE LK-OPER-ID TO WS-OPER-TEXT
                   END-IF
                   IF WS-OPER-TEXT NOT = SPACES
                       MOVE WS-OPER-TEXT TO WS-OPERATOR-ID
                   END-IF
               END-IF
               .

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

      * Menu has already validated the sign-on's password; this
      * only confirms the operator it passed holds supervisor
      * authority and is not disabled or locked out.  A missing
      * OPERMAST waives the check, as it waives every other
      * sign-on.
           CHECK-APPROVER-AUTHORITY.
               MOVE "N" TO WS-APPROVER-ALLOWED
               MOVE "N" TO WS-OPERMAST-EOF
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - authority waived"
                   MOVE "Y" TO WS-APPROVER-ALLOWED
               ELSE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
                           AT END
                               MOVE "Y" TO WS-OPERMAST-EOF
                           NOT AT END
                               IF OP-ID = WS-OPERATOR-ID
                                   IF OP-STATUS NOT = "D"
                                           AND OP-STATUS NOT = "L"
                                           AND OP-AUTH-LEVEL = "S"
                                       MOVE "Y"
                                           TO WS-APPROVER-ALLOWED
                                   END-IF
                                   MOVE "Y" TO WS-OPERMAST-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERMAST-FILE
               END-IF
               .

      * Reads CALCHOLD front to back, presenting each item still
      * held; every record (decided before, decided now, or left
      * alone) is copied to the CALCHOLDW work file for the
      * copy-back.  A CALCHOLD that has never been created (status
      * 35) just means nothing has ever been held.
           WORK-THROUGH-HOLDS.
               OPEN INPUT CALCHOLD-FILE
               IF WS-CALCHOLD-STATUS = "35"
                   DISPLAY "CALCHOLD not found - nothing held"
               ELSE
                   OPEN OUTPUT CALCHOLDW-FILE
                   PERFORM UNTIL WS-CALCHOLD-EOF = "Y"
                       READ CALCHOLD-FILE
                           AT END
                               MOVE "Y" TO WS-CALCHOLD-EOF
                           NOT AT END
                               IF HD-STATUS = "H"
                                       AND WS-LEAVE-REST = "N"
                                   PERFORM PRESENT-HOLD
                               END-IF
                               IF HD-STATUS = "H"
                                   ADD 1 TO WS-STILL-HELD-COUNT
                               END-IF
                               MOVE CALC-HOLD-RECORD
                                   TO CALC-HOLD-WORK-RECORD
                               WRITE CALC-HOLD-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CALCHOLD-FILE
                   CLOSE CALCHOLDW-FILE
               END-IF
               .

      * Shows one held item and asks what to do with it.  The
      * operator the batch window ran under cannot decide their
      * own submission - that is the second pair of eyes the hold
      * exists for.
           PRESENT-HOLD.
               ADD 1 TO WS-SHOWN-COUNT
               MOVE HD-NUM1 TO TL-NUM1
               MOVE HD-NUM2 TO TL-NUM2
               IF HD-OPERATION = "%"
                   MOVE HD-REMAINDER TO TL-RESULT
               ELSE
                   MOVE HD-RESULT TO TL-RESULT
               END-IF
               MOVE HD-THRESHOLD TO TL-THRESHOLD
               DISPLAY " "
               DISPLAY "Held " HD-HOLD-DATE " " HD-HOLD-TIME
                   " run " HD-RUN-NUMBER " trans " HD-TRANS-SEQ
                   " source " HD-SOURCE-SYSTEM
               DISPLAY "  " TL-NUM1 " " HD-OPERATION " " TL-NUM2
                   " = " TL-RESULT
               DISPLAY "  threshold " TL-THRESHOLD
                   "  submitted by " HD-SUBMITTED-BY
               IF HD-SUBMITTED-BY = WS-OPERATOR-ID
                   DISPLAY "Submitted under your own ID - another "
                       "supervisor must decide it"
               ELSE
                   DISPLAY "(R)elease, re(J)ect, (S)kip, "
                       "(L)eave the rest: "
                   ACCEPT WS-HOLD-CHOICE
                   EVALUATE WS-HOLD-CHOICE
                       WHEN "R"
                       WHEN "r"
                           PERFORM RELEASE-HOLD
                       WHEN "J"
                       WHEN "j"
                           PERFORM REJECT-HOLD
                       WHEN "L"
                       WHEN "l"
                           MOVE "Y" TO WS-LEAVE-REST
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               .

      * Posts the held item to CALCLOG as the batch window would
      * have, but dated the business day it was released and
      * signed by the releasing supervisor, then marks it released
      * with the posting sequence it went out under.
           RELEASE-HOLD.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM GET-NEXT-POST-SEQ
               PERFORM OPEN-CALCLOG-EXTEND
               MOVE HD-NUM1 TO CL-NUM1
               MOVE HD-OPERATION TO CL-OPERATION
               MOVE HD-NUM2 TO CL-NUM2
               MOVE HD-RESULT TO CL-RESULT
               MOVE HD-REMAINDER TO CL-REMAINDER
               MOVE WS-CURRENT-DATE TO CL-LOG-DATE
               MOVE WS-CURRENT-TIME TO CL-LOG-TIME
               MOVE WS-OPERATOR-ID TO CL-OPERATOR-ID
               MOVE HD-RUN-NUMBER TO CL-RUN-NUMBER
               MOVE HD-SOURCE-SYSTEM TO CL-SOURCE-SYSTEM
               MOVE WS-POST-SEQ TO CL-POST-SEQ
               MOVE SPACE TO CL-ENTRY-TYPE
               MOVE 0 TO CL-REVERSED-SEQ
               MOVE SPACES TO CL-REASON-CODE
               PERFORM JUDGE-PRIOR-PERIOD
               WRITE CALC-LOG-RECORD
               CLOSE CALCLOG-FILE
               MOVE "R" TO HD-STATUS
               MOVE WS-POST-SEQ TO HD-POST-SEQ
               PERFORM STAMP-DECISION
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "Released - posted as " WS-POST-SEQ
               .

      * Sends the held item to CALCEXC as an unresolved exception
      * under its original run number, so CalcFix can correct and
      * resubmit it if the source confirms a different amount.
           REJECT-HOLD.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-CALCEXC-EXTEND
               MOVE HD-NUM1 TO CX-NUM1
               MOVE HD-OPERATION TO CX-OPERATION
               MOVE HD-NUM2 TO CX-NUM2
               MOVE "HOLD REJ" TO CX-REASON
               MOVE WS-CURRENT-DATE TO CX-LOG-DATE
               MOVE WS-CURRENT-TIME TO CX-LOG-TIME
               MOVE WS-OPERATOR-ID TO CX-OPERATOR-ID
               MOVE "N" TO CX-RESOLVED-FLAG
               MOVE HD-RUN-NUMBER TO CX-RUN-NUMBER
               WRITE CALC-EXCEPTION-RECORD
               CLOSE CALCEXC-FILE
               MOVE "J" TO HD-STATUS
               MOVE 0 TO HD-POST-SEQ
               PERFORM STAMP-DECISION
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Rejected to CALCEXC"
               .

           STAMP-DECISION.
               MOVE WS-OPERATOR-ID TO HD-DECIDED-BY
               MOVE WS-CURRENT-DATE TO HD-DECIDED-DATE
               MOVE WS-CURRENT-TIME TO HD-DECIDED-TIME
               .

      * Rewrites CALCHOLD from the work file so decisions made this
      * session stick, the same copy-back CalcFix does for CALCEXC.
           COPY-BACK-CALCHOLD.
               MOVE "N" TO WS-CALCHOLDW-EOF
               OPEN INPUT CALCHOLDW-FILE
               OPEN OUTPUT CALCHOLD-FILE
               PERFORM UNTIL WS-CALCHOLDW-EOF = "Y"
                   READ CALCHOLDW-FILE
                       AT END
                           MOVE "Y" TO WS-CALCHOLDW-EOF
                       NOT AT END
                           MOVE CALC-HOLD-WORK-RECORD
                               TO CALC-HOLD-RECORD
                           WRITE CALC-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE CALCHOLDW-FILE
               CLOSE CALCHOLD-FILE
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
               MOVE "HOLDREL" TO SQ-SET-BY
               WRITE CALC-SEQUENCE-RECORD
               CLOSE CALCSEQ-FILE
               .

      * OPEN EXTEND does not create a missing file; the same
      * fallback Calc uses for CALCLOG and CALCEXC.
           OPEN-CALCLOG-EXTEND.
               OPEN EXTEND CALCLOG-FILE
               IF WS-CALCLOG-STATUS = "35"
                   OPEN OUTPUT CALCLOG-FILE
                   CLOSE CALCLOG-FILE
                   OPEN EXTEND CALCLOG-FILE
               END-IF
               .

           OPEN-CALCEXC-EXTEND.
               OPEN EXTEND CALCEXC-FILE
               IF WS-CALCEXC-STATUS = "35"
                   OPEN OUTPUT CALCEXC-FILE
                   CLOSE CALCEXC-FILE
                   OPEN EXTEND CALCEXC-FILE
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
