       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedRel.

      * Supervisor release of a deliberate CALCIN resend.  CalcEdit
      * refuses any feed set whose source system, feed date and
      * hash total FEEDREG already shows as accepted, so a source
      * that genuinely has to send the same day again (a lost
      * CALCVAL, a window rerun from scratch) is stopped until a
      * supervisor says otherwise.  The supervisor keys the source
      * and feed date; the latest DUPLICATE refusal on FEEDREG for
      * them is shown with its hash and count, and on confirmation
      * a pending-release ("P") record carrying the supervisor's
      * ID and a reason is appended.  The next CalcEdit run passes
      * that one feed through as a resend ("S") and the release is
      * used up.  Like the other sensitive functions this needs a
      * supervisor sign-on, waived only while OPERMAST has never
      * been created.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDREG-FILE.
       COPY FEEDREGR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-FEEDREG-STATUS PIC X(2) VALUE "00".
       01 WS-FEEDREG-EOF PIC X VALUE "N".

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

      * the feed being released, and what FEEDREG says about it:
      * WS-REFUSED-FOUND "Y" while the latest refusal for the key
      * is still outstanding, WS-RELEASE-PENDING "Y" when a
      * release is already waiting against it
       01 WS-KEY-SOURCE PIC X(08) VALUE SPACE.
       01 WS-KEY-FEED-DATE PIC X(08) VALUE SPACE.
       01 WS-REFUSED-FOUND PIC X VALUE "N".
       01 WS-RELEASE-PENDING PIC X VALUE "N".
       01 WS-PENDING-BY PIC X(08) VALUE SPACE.
       01 WS-REFUSED-HASH PIC S9(11) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(9) VALUE 0.
       01 WS-REFUSED-DATE PIC X(08) VALUE SPACE.
       01 WS-RELEASE-REASON PIC X(20) VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.

      * numeric-edited pictures for showing the refused feed on
      * the terminal
       01 WS-TERM-LINE.
           05 TL-HASH                  PIC -(10)9.
           05 TL-COUNT                 PIC ZZZZZZZZ9.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "CALCIN feed resend release"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - release refused"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Source system: "
           ACCEPT WS-KEY-SOURCE
           DISPLAY "Feed date (YYYYMMDD): "
           ACCEPT WS-KEY-FEED-DATE
           PERFORM FIND-REFUSED-FEED
           IF WS-REFUSED-FOUND NOT = "Y"
               DISPLAY "No outstanding DUPLICATE refusal on FEEDREG "
                   "for " WS-KEY-SOURCE " " WS-KEY-FEED-DATE
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS-RELEASE-PENDING = "Y"
                   DISPLAY "Release already pending for "
                       WS-KEY-SOURCE " " WS-KEY-FEED-DATE
                       " - released by " WS-PENDING-BY
               ELSE
                   PERFORM CONFIRM-RELEASE
               END-IF
           END-IF
           STOP RUN.

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
               MOVE "FEEDREL" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Passes FEEDREG in append order for the keyed source and
      * feed date.  A DUPLICATE refusal makes that feed the one to
      * release; a later release ("P") of the same hash marks it
      * pending, and a later resend ("S") or acceptance of it
      * means the refusal has since been dealt with.
           FIND-REFUSED-FEED.
               MOVE "N" TO WS-REFUSED-FOUND
               MOVE "N" TO WS-RELEASE-PENDING
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
                           IF FR-SOURCE-SYSTEM = WS-KEY-SOURCE
                                   AND FR-FEED-DATE = WS-KEY-FEED-DATE
                               PERFORM NOTE-REGISTER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-FEEDREG-STATUS NOT = "35"
                   CLOSE FEEDREG-FILE
               END-IF
               .

           NOTE-REGISTER-RECORD.
               EVALUATE TRUE
                   WHEN FR-STATUS = "R"
                           AND FR-REASON = "DUPLICATE FEED"
                       MOVE "Y" TO WS-REFUSED-FOUND
                       MOVE "N" TO WS-RELEASE-PENDING
                       MOVE FR-HASH-TOTAL TO WS-REFUSED-HASH
                       MOVE FR-DETAIL-COUNT TO WS-REFUSED-COUNT
                       MOVE FR-PROCESS-DATE TO WS-REFUSED-DATE
                   WHEN FR-STATUS = "P"
                           AND FR-HASH-TOTAL = WS-REFUSED-HASH
                           AND WS-REFUSED-FOUND = "Y"
                       MOVE "Y" TO WS-RELEASE-PENDING
                       MOVE FR-OPERATOR-ID TO WS-PENDING-BY
                   WHEN (FR-STATUS = "S" OR FR-STATUS = "A")
                           AND FR-HASH-TOTAL = WS-REFUSED-HASH
                           AND WS-RELEASE-PENDING = "Y"
                       MOVE "N" TO WS-REFUSED-FOUND
                       MOVE "N" TO WS-RELEASE-PENDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * Shows the refused feed and, on a "Y" with a reason keyed,
      * appends the pending release and journals it to SECJRNL as
      * a supervisor override.  OPEN EXTEND does not create a
      * missing FEEDREG, but a refusal was found on it, so it
      * exists.
           CONFIRM-RELEASE.
               MOVE WS-REFUSED-HASH TO TL-HASH
               MOVE WS-REFUSED-COUNT TO TL-COUNT
               DISPLAY "Refused " WS-REFUSED-DATE " as DUPLICATE - "
                   WS-KEY-SOURCE " " WS-KEY-FEED-DATE
               DISPLAY "  Hash total " TL-HASH "  Records " TL-COUNT
               DISPLAY "Release as a deliberate resend (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing released"
               ELSE
                   DISPLAY "Reason for the resend: "
                   ACCEPT WS-RELEASE-REASON
                   IF WS-RELEASE-REASON = SPACES
                       DISPLAY "Reason required - nothing released"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
                       ACCEPT WS-CURRENT-TIME FROM TIME
                       OPEN EXTEND FEEDREG-FILE
                       MOVE WS-KEY-SOURCE TO FR-SOURCE-SYSTEM
                       MOVE WS-KEY-FEED-DATE TO FR-FEED-DATE
                       MOVE WS-REFUSED-HASH TO FR-HASH-TOTAL
                       MOVE WS-REFUSED-COUNT TO FR-DETAIL-COUNT
                       MOVE "P" TO FR-STATUS
                       MOVE WS-RELEASE-REASON TO FR-REASON
                       MOVE WS-CURRENT-DATE TO FR-PROCESS-DATE
                       MOVE WS-CURRENT-TIME TO FR-PROCESS-TIME
                       MOVE WS-SIGNON-ID TO FR-OPERATOR-ID
                       WRITE FEED-REGISTER-RECORD
                       CLOSE FEEDREG-FILE
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
                       MOVE WS-KEY-SOURCE TO SE-TARGET-ID
                       MOVE SPACES TO SE-DETAIL
                       STRING "DUPLICATE FEED RELEASED "
                           WS-KEY-FEED-DATE
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-SECURITY-EVENT
                       DISPLAY "Resend released - the next CALCEDIT "
                           "run will pass it"
                   END-IF
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
