      * verified is a fresh trailer written, with the clean count
      * and hash total, so the batch step's integrity check
      * balances against the validated file rather than a trailer
      * that still counts the rejects.  A feed that verifies is
      * then judged against the permanent FEEDREG feed register
      * (see FEEDREGR.CPY): a feed set whose source system, feed
      * date and hash total were already accepted is a repeat -
      * yesterday's CALCIN staged again, or a source resending -
      * and the whole feed is refused with RETURN-CODE 3 and a
      * DUPLICATE line on the reject listing, unless a supervisor
      * has released it through FeedRel as a deliberate resend.
      * Every feed set accepted or refused is recorded on FEEDREG.
      * An acceptance only makes the feed a repeat once it was
      * posted: this step's RUNHIST record carries the same time
      * stamp as the FEEDREG records it writes, and an acceptance
      * whose CalcEdit run RUNHIST shows with no clean CALC run
      * after it - the window was interrupted before the batch
      * step posted the feed - is passed over, so the rerun
      * edits the feed through again instead of refusing it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCIN-FILE.
       FD  CALCINRJ-FILE.
       01  CALC-REJECT-LINE               PIC X(80).

       FD  FEEDREG-FILE.
       COPY FEEDREGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-CALCIN-STATUS PIC X(2) VALUE "00".
       01 WS-CALCVAL-STATUS PIC X(2) VALUE "00".
       01 WS-FEED-TRAILER-HASH PIC S9(11) VALUE 0.
       01 WS-FEED-SOURCE PIC X(08) VALUE SPACE.

      * feed-register check: each feed set that verifies is held
      * here with its register key - source, feed date, trailer
      * hash - and its standing on FEEDREG: WS-SET-DUP "Y" once an
      * earlier acceptance of the same key is seen, WS-SET-RELEASED
      * "Y" while a supervisor release is pending against it.  The
      * table is sized well past the sources one night carries; a
      * CALCIN with more sets than it holds is refused rather than
      * passed unregistered.
       01 WS-FEEDREG-STATUS PIC X(2) VALUE "00".
       01 WS-FEEDREG-EOF PIC X VALUE "N".
       01 WS-FEED-DATE PIC X(08) VALUE SPACE.
       01 WS-FEED-DUPLICATE PIC X VALUE "N".
       01 WS-DUP-COUNT PIC 9(2) VALUE 0.
       01 WS-SET-IDX PIC 9(2) VALUE 0.
       01 WS-SET-SCAN PIC 9(2) VALUE 0.
       01 WS-SET-TABLE.
           05 WS-SET-COUNT PIC 9(2) VALUE 0.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-SOURCE PIC X(08).
               10 WS-SET-FEED-DATE PIC X(08).
               10 WS-SET-HASH PIC S9(11).
               10 WS-SET-DETAILS PIC 9(09).
               10 WS-SET-DUP PIC X(01).
               10 WS-SET-RELEASED PIC X(01).
               10 WS-SET-RELEASED-BY PIC X(08).

      * the time stamps of the FEEDREG acceptances of the held
      * sets, judged against RUNHIST: WS-STAMP-EDIT-RUN "Y" once
      * the CalcEdit run that wrote it is found, WS-STAMP-POSTED
      * "Y" once a CALC run after it ended with RC 0 or 1.  Only
      * an acceptance whose run is found and never posted is
      * passed over; one past the table's size is taken as posted.
       01 WS-FEED-REGISTERED PIC X VALUE "N".
       01 WS-STAMP-IDX PIC 9(3) VALUE 0.
       01 WS-EDIT-RUN-IDX PIC 9(3) VALUE 0.
       01 WS-STAMP-FOUND PIC X VALUE "N".
       01 WS-STAMP-ACCEPTED PIC X VALUE "Y".
       01 WS-LOOK-DATE PIC X(08) VALUE SPACE.
       01 WS-LOOK-TIME PIC X(08) VALUE SPACE.
       01 WS-RUNHIST-EOF PIC X VALUE "N".
       01 WS-STAMP-TABLE.
           05 WS-STAMP-COUNT PIC 9(3) VALUE 0.
           05 WS-STAMP-ENTRY OCCURS 200 TIMES.
               10 WS-STAMP-DATE PIC X(08).
               10 WS-STAMP-TIME PIC X(08).
               10 WS-STAMP-EDIT-RUN PIC X(01).
               10 WS-STAMP-POSTED PIC X(01).

      * one duplicate-feed line on the reject listing: the key the
      * register already holds, so the supervisor releasing a
      * deliberate resend can see exactly which feed it was
       01 WS-DUPLICATE-LINE.
           05 FILLER PIC X(14) VALUE "  DUPLICATE - ".
           05 DU-SOURCE                    PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DU-FEED-DATE                 PIC X(08).
           05 FILLER PIC X(6) VALUE " HASH ".
           05 DU-HASH                      PIC -(10)9.
           05 FILLER PIC X(7) VALUE " COUNT ".
           05 DU-COUNT                     PIC ZZZZZZZZ9.

      * the fresh trailer built for CALCVAL, in CALCINR's trailer
      * shape
       01 WS-VALID-TRAILER-REC.
           05 WS-VT-HASH               PIC S9(11)
                                        SIGN IS TRAILING SEPARATE.

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
           DISPLAY "CALCIN pre-edit"
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM VERIFY-CALCIN-FEED
           IF WS-FEED-VERIFY-OK = "Y"
               PERFORM CHECK-FEED-REGISTER
           END-IF
           IF WS-FEED-VERIFY-OK = "Y"
               IF WS-FEED-DUPLICATE = "Y"
                   PERFORM WRITE-DUPLICATE-REFUSAL
                   MOVE 3 TO RETURN-CODE
               ELSE
                   PERFORM EDIT-CALCIN-FEED
                   PERFORM REGISTER-ACCEPTED-FEED
                   IF WS-REJECT-COUNT > 0
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               PERFORM WRITE-FEED-REFUSAL
               PERFORM REGISTER-REFUSED-FEED
               MOVE 2 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
      * RUNHIST run-history file, so the morning run-status report
      * sees this step's counts and return code without opening
      * the CALCINRJ listing.  OPEN EXTEND does not create a
      * missing RUNHIST, the usual first-run handling.  A run that
      * registered an accepted feed keeps the registration's time
      * stamp, which is how the next run ties the two together.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               IF WS-FEED-REGISTERED NOT = "Y"
                   ACCEPT WS-CURRENT-TIME FROM TIME
               END-IF
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                           MOVE 0 TO WS-FEED-HASH-TOTAL
                           MOVE CT-SOURCE-SYSTEM
                               TO WS-FEED-SOURCE
                           MOVE CT-FEED-DATE TO WS-FEED-DATE
                       END-IF
                   WHEN "D"
                       IF WS-FEED-IN-SET NOT = "Y"
                           MOVE CT-HASH-TOTAL
                               TO WS-FEED-TRAILER-HASH
                           PERFORM VERIFY-FEED-TRAILER
                           IF WS-FEED-VERIFY-OK = "Y"
                               PERFORM HOLD-FEED-SET
                           END-IF
                           MOVE "N" TO WS-FEED-IN-SET
                       END-IF
                   WHEN OTHER
               END-IF
               .

      * Holds the feed set whose trailer just verified for the
      * register check.  The same key twice in one CALCIN is a
      * repeat in its own right and is marked so here; a CALCIN
      * carrying more sets than the table holds is refused.
           HOLD-FEED-SET.
               IF WS-SET-COUNT >= 50
                   MOVE "N" TO WS-FEED-VERIFY-OK
                   MOVE "TOO MANY FEED SETS" TO WS-FEED-FAIL-REASON
               ELSE
                   ADD 1 TO WS-SET-COUNT
                   MOVE WS-SET-COUNT TO WS-SET-IDX
                   MOVE WS-FEED-SOURCE TO WS-SET-SOURCE(WS-SET-IDX)
                   MOVE WS-FEED-DATE TO WS-SET-FEED-DATE(WS-SET-IDX)
                   MOVE WS-FEED-TRAILER-HASH
                       TO WS-SET-HASH(WS-SET-IDX)
                   MOVE WS-FEED-TRAILER-COUNT
                       TO WS-SET-DETAILS(WS-SET-IDX)
                   MOVE "N" TO WS-SET-DUP(WS-SET-IDX)
                   MOVE "N" TO WS-SET-RELEASED(WS-SET-IDX)
                   MOVE SPACES TO WS-SET-RELEASED-BY(WS-SET-IDX)
                   PERFORM VARYING WS-SET-SCAN FROM 1 BY 1
                           UNTIL WS-SET-SCAN >= WS-SET-IDX
                       IF WS-SET-SOURCE(WS-SET-SCAN)
                               = WS-SET-SOURCE(WS-SET-IDX)
                           AND WS-SET-FEED-DATE(WS-SET-SCAN)
                               = WS-SET-FEED-DATE(WS-SET-IDX)
                           AND WS-SET-HASH(WS-SET-SCAN)
                               = WS-SET-HASH(WS-SET-IDX)
                           MOVE "Y" TO WS-SET-DUP(WS-SET-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               .

      * Passes FEEDREG once in append order, tracking each held
      * set's standing: an accepted ("A") or released-resend ("S")
      * record for its key makes it a repeat and uses up any
      * release, a pending release ("P") lets the next arrival
      * through.  A set still a repeat with no release pending
      * refuses the feed.  A FEEDREG that has never been created
      * just means nothing has been registered yet.  The
      * acceptances of the held sets are first judged against
      * RUNHIST, so one whose window never posted it is ignored.
           CHECK-FEED-REGISTER.
               PERFORM COLLECT-ACCEPT-STAMPS
               IF WS-STAMP-COUNT > 0
                   PERFORM CONFIRM-ACCEPT-STAMPS
               END-IF
               MOVE "N" TO WS-FEEDREG-EOF
               OPEN INPUT FEEDREG-FILE
               IF WS-FEEDREG-STATUS = "35"
                   MOVE "Y" TO WS-FEEDREG-EOF
               END-IF
               PERFORM UNTIL WS-FEEDREG-EOF = "Y"
                   READ FEEDREG-FILE
                       AT END
                           MOVE "Y" TO WS-FEEDREG-EOF
                       NOT AT END
                           PERFORM JUDGE-REGISTER-RECORD
                   END-READ
               END-PERFORM
               IF WS-FEEDREG-STATUS NOT = "35"
                   CLOSE FEEDREG-FILE
               END-IF
               MOVE 0 TO WS-DUP-COUNT
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF WS-SET-DUP(WS-SET-IDX) = "Y"
                           AND WS-SET-RELEASED(WS-SET-IDX) NOT = "Y"
                       ADD 1 TO WS-DUP-COUNT
                       MOVE "Y" TO WS-FEED-DUPLICATE
                   END-IF
               END-PERFORM
               .

           JUDGE-REGISTER-RECORD.
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF FR-SOURCE-SYSTEM = WS-SET-SOURCE(WS-SET-IDX)
                           AND FR-FEED-DATE
                               = WS-SET-FEED-DATE(WS-SET-IDX)
                           AND FR-HASH-TOTAL = WS-SET-HASH(WS-SET-IDX)
                       EVALUATE FR-STATUS
                           WHEN "A"
                           WHEN "S"
                               PERFORM JUDGE-ACCEPT-STAMP
                               IF WS-STAMP-ACCEPTED = "Y"
                                   MOVE "Y" TO WS-SET-DUP(WS-SET-IDX)
                                   MOVE "N"
                                       TO WS-SET-RELEASED(WS-SET-IDX)
                               END-IF
                           WHEN "P"
                               MOVE "Y"
                                   TO WS-SET-RELEASED(WS-SET-IDX)
                               MOVE FR-OPERATOR-ID
                                   TO WS-SET-RELEASED-BY(WS-SET-IDX)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               .

      * Passes FEEDREG for the time stamps of every acceptance
      * ("A" or "S") of a held set's key.
           COLLECT-ACCEPT-STAMPS.
               MOVE 0 TO WS-STAMP-COUNT
               MOVE "N" TO WS-FEEDREG-EOF
               OPEN INPUT FEEDREG-FILE
               IF WS-FEEDREG-STATUS = "35"
                   MOVE "Y" TO WS-FEEDREG-EOF
               END-IF
               PERFORM UNTIL WS-FEEDREG-EOF = "Y"
                   READ FEEDREG-FILE
                       AT END
                           MOVE "Y" TO WS-FEEDREG-EOF
                       NOT AT END
                           IF FR-STATUS = "A" OR FR-STATUS = "S"
                               PERFORM NOTE-ACCEPT-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FEEDREG-STATUS NOT = "35"
                   CLOSE FEEDREG-FILE
               END-IF
               .

           NOTE-ACCEPT-STAMP.
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF FR-SOURCE-SYSTEM = WS-SET-SOURCE(WS-SET-IDX)
                           AND FR-FEED-DATE
                               = WS-SET-FEED-DATE(WS-SET-IDX)
                           AND FR-HASH-TOTAL = WS-SET-HASH(WS-SET-IDX)
                       MOVE FR-PROCESS-DATE TO WS-LOOK-DATE
                       MOVE FR-PROCESS-TIME TO WS-LOOK-TIME
                       PERFORM FIND-ACCEPT-STAMP
                       IF WS-STAMP-FOUND = "N"
                               AND WS-STAMP-COUNT < 200
                           ADD 1 TO WS-STAMP-COUNT
                           MOVE WS-STAMP-COUNT TO WS-STAMP-IDX
                           MOVE FR-PROCESS-DATE
                               TO WS-STAMP-DATE(WS-STAMP-IDX)
                           MOVE FR-PROCESS-TIME
                               TO WS-STAMP-TIME(WS-STAMP-IDX)
                           MOVE "N" TO WS-STAMP-EDIT-RUN(WS-STAMP-IDX)
                           MOVE "N" TO WS-STAMP-POSTED(WS-STAMP-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               .

      * An acceptance stands unless its CalcEdit run is on
      * RUNHIST with no clean CALC run after it.
           JUDGE-ACCEPT-STAMP.
               MOVE "Y" TO WS-STAMP-ACCEPTED
               MOVE FR-PROCESS-DATE TO WS-LOOK-DATE
               MOVE FR-PROCESS-TIME TO WS-LOOK-TIME
               PERFORM FIND-ACCEPT-STAMP
               IF WS-STAMP-FOUND = "Y"
                   IF WS-STAMP-EDIT-RUN(WS-STAMP-IDX) = "Y"
                           AND WS-STAMP-POSTED(WS-STAMP-IDX) = "N"
                       MOVE "N" TO WS-STAMP-ACCEPTED
                   END-IF
               END-IF
               .

      * Finds the entry for the time stamp in WS-LOOK-DATE and
      * WS-LOOK-TIME.
           FIND-ACCEPT-STAMP.
               MOVE "N" TO WS-STAMP-FOUND
               PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                       UNTIL WS-STAMP-IDX > WS-STAMP-COUNT
                       OR WS-STAMP-FOUND = "Y"
                   IF WS-STAMP-DATE(WS-STAMP-IDX) = WS-LOOK-DATE
                           AND WS-STAMP-TIME(WS-STAMP-IDX)
                               = WS-LOOK-TIME
                       MOVE "Y" TO WS-STAMP-FOUND
                   END-IF
               END-PERFORM
               IF WS-STAMP-FOUND = "Y"
                   SUBTRACT 1 FROM WS-STAMP-IDX
               END-IF
               .

      * Passes RUNHIST in append order.  Each CalcEdit record
      * starts a window; a CALC record with RC 0 or 1 before the
      * next CalcEdit record - a restarted batch step included -
      * posted what that window's CalcEdit accepted.  A missing
      * RUNHIST finds no run, and every acceptance stands.
           CONFIRM-ACCEPT-STAMPS.
               MOVE 0 TO WS-EDIT-RUN-IDX
               MOVE "N" TO WS-RUNHIST-EOF
               OPEN INPUT RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   MOVE "Y" TO WS-RUNHIST-EOF
               END-IF
               PERFORM UNTIL WS-RUNHIST-EOF = "Y"
                   READ RUNHIST-FILE
                       AT END
                           MOVE "Y" TO WS-RUNHIST-EOF
                       NOT AT END
                           PERFORM NOTE-WINDOW-RUN
                   END-READ
               END-PERFORM
               IF WS-RUNHIST-STATUS NOT = "35"
                   CLOSE RUNHIST-FILE
               END-IF
               .

           NOTE-WINDOW-RUN.
               EVALUATE RH-PROGRAM-ID
                   WHEN "CALCEDIT"
                       MOVE 0 TO WS-EDIT-RUN-IDX
                       MOVE RH-RUN-DATE TO WS-LOOK-DATE
                       MOVE RH-RUN-TIME TO WS-LOOK-TIME
                       PERFORM FIND-ACCEPT-STAMP
                       IF WS-STAMP-FOUND = "Y"
                           MOVE WS-STAMP-IDX TO WS-EDIT-RUN-IDX
                           MOVE "Y"
                               TO WS-STAMP-EDIT-RUN(WS-EDIT-RUN-IDX)
                       END-IF
                   WHEN "CALC"
                       IF WS-EDIT-RUN-IDX > 0
                               AND RH-RETURN-CODE <= 1
                           MOVE "Y"
                               TO WS-STAMP-POSTED(WS-EDIT-RUN-IDX)
                       END-IF
               END-EVALUATE
               .

      * Refuses a repeat feed: the reject listing carries the
      * refusal and one DUPLICATE line per repeated set, CALCVAL
      * is left empty the same way an integrity refusal leaves
      * it, and each repeated set is registered as refused so the
      * monthly feed report counts it.
           WRITE-DUPLICATE-REFUSAL.
               DISPLAY "CALCIN feed refused - DUPLICATE FEED ("
                   WS-DUP-COUNT " set(s) already posted)"
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT CALCINRJ-FILE
               MOVE SPACES TO CALC-REJECT-LINE
               STRING "CALCIN FEED REJECTED - " WS-CURRENT-DATE
                   " " WS-CURRENT-TIME " DUPLICATE FEED"
                   DELIMITED BY SIZE INTO CALC-REJECT-LINE
               END-STRING
               WRITE CALC-REJECT-LINE
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF WS-SET-DUP(WS-SET-IDX) = "Y"
                           AND WS-SET-RELEASED(WS-SET-IDX) NOT = "Y"
                       MOVE WS-SET-SOURCE(WS-SET-IDX) TO DU-SOURCE
                       MOVE WS-SET-FEED-DATE(WS-SET-IDX)
                           TO DU-FEED-DATE
                       MOVE WS-SET-HASH(WS-SET-IDX) TO DU-HASH
                       MOVE WS-SET-DETAILS(WS-SET-IDX) TO DU-COUNT
                       MOVE WS-DUPLICATE-LINE TO CALC-REJECT-LINE
                       WRITE CALC-REJECT-LINE
                   END-IF
               END-PERFORM
               CLOSE CALCINRJ-FILE
               OPEN OUTPUT CALCVAL-FILE
               CLOSE CALCVAL-FILE
               PERFORM OPEN-FEEDREG-EXTEND
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   IF WS-SET-DUP(WS-SET-IDX) = "Y"
                           AND WS-SET-RELEASED(WS-SET-IDX) NOT = "Y"
                       PERFORM MOVE-SET-TO-REGISTER
                       MOVE "R" TO FR-STATUS
                       MOVE "DUPLICATE FEED" TO FR-REASON
                       WRITE FEED-REGISTER-RECORD
                   END-IF
               END-PERFORM
               CLOSE FEEDREG-FILE
               .

      * Registers every set of a feed that has just been edited
      * through to CALCVAL: "A" for a first arrival, "S" for a
      * resend passed under a supervisor release, which uses the
      * release up.
           REGISTER-ACCEPTED-FEED.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-FEEDREG-EXTEND
               PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       UNTIL WS-SET-IDX > WS-SET-COUNT
                   PERFORM MOVE-SET-TO-REGISTER
                   IF WS-SET-DUP(WS-SET-IDX) = "Y"
                       MOVE "S" TO FR-STATUS
                       MOVE "RELEASED RESEND" TO FR-REASON
                       MOVE WS-SET-RELEASED-BY(WS-SET-IDX)
                           TO FR-OPERATOR-ID
                       DISPLAY "Resend of " WS-SET-SOURCE(WS-SET-IDX)
                           " " WS-SET-FEED-DATE(WS-SET-IDX)
                           " passed under release by "
                           WS-SET-RELEASED-BY(WS-SET-IDX)
                   ELSE
                       MOVE "A" TO FR-STATUS
                   END-IF
                   WRITE FEED-REGISTER-RECORD
               END-PERFORM
               CLOSE FEEDREG-FILE
               MOVE "Y" TO WS-FEED-REGISTERED
               .

      * Registers an integrity refusal against the feed set it
      * stopped in, with the failure as the reason; a CALCIN
      * refused before any header was read registers under a
      * blank source.
           REGISTER-REFUSED-FEED.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               PERFORM OPEN-FEEDREG-EXTEND
               MOVE WS-FEED-SOURCE TO FR-SOURCE-SYSTEM
               MOVE WS-FEED-DATE TO FR-FEED-DATE
               MOVE WS-FEED-TRAILER-HASH TO FR-HASH-TOTAL
               MOVE WS-FEED-DETAIL-COUNT TO FR-DETAIL-COUNT
               MOVE "R" TO FR-STATUS
               MOVE WS-FEED-FAIL-REASON TO FR-REASON
               MOVE WS-CURRENT-DATE TO FR-PROCESS-DATE
               MOVE WS-CURRENT-TIME TO FR-PROCESS-TIME
               MOVE SPACES TO FR-OPERATOR-ID
               WRITE FEED-REGISTER-RECORD
               CLOSE FEEDREG-FILE
               .

           MOVE-SET-TO-REGISTER.
               MOVE WS-SET-SOURCE(WS-SET-IDX) TO FR-SOURCE-SYSTEM
               MOVE WS-SET-FEED-DATE(WS-SET-IDX) TO FR-FEED-DATE
               MOVE WS-SET-HASH(WS-SET-IDX) TO FR-HASH-TOTAL
               MOVE WS-SET-DETAILS(WS-SET-IDX) TO FR-DETAIL-COUNT
               MOVE SPACES TO FR-REASON
               MOVE WS-CURRENT-DATE TO FR-PROCESS-DATE
               MOVE WS-CURRENT-TIME TO FR-PROCESS-TIME
               MOVE SPACES TO FR-OPERATOR-ID
               .

      * OPEN EXTEND does not create a missing FEEDREG, so the
      * first feed ever registered is handled the same way Greet
      * creates a missing GREETLOG.
           OPEN-FEEDREG-EXTEND.
               OPEN EXTEND FEEDREG-FILE
               IF WS-FEEDREG-STATUS = "35"
                   OPEN OUTPUT FEEDREG-FILE
                   CLOSE FEEDREG-FILE
                   OPEN EXTEND FEEDREG-FILE
               END-IF
               .

      * Refuses the run: the reason goes on the reject listing,
      * and CALCVAL is left empty - no records and no trailer -
      * so a batch step pointed at it cannot process yesterday's
           WRITE-FEED-REFUSAL.
               DISPLAY "CALCIN feed refused - "
                   WS-FEED-FAIL-REASON
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT CALCINRJ-FILE
               MOVE SPACES TO CALC-REJECT-LINE
               END-IF
               OPEN OUTPUT CALCVAL-FILE
               OPEN OUTPUT CALCINRJ-FILE
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE SPACES TO CALC-REJECT-LINE
               STRING "CALCIN PRE-EDIT REJECTS - " WS-CURRENT-DATE
               END-STRING
               WRITE CALC-REJECT-LINE
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
               MOVE "CALCEDIT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
