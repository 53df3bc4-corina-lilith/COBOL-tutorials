       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepByp.

      * Supervisor bypass of a job-step predecessor.  A batch step
      * whose JOBDEP predecessor has not finished cleanly on the
      * business day is refused by PredChk with RC 4; when
      * operations decide the step must run anyway (the
      * predecessor's failure does not touch what the step reads,
      * or the predecessor is being rerun later by arrangement) a
      * supervisor keys the held step's program name here.  The
      * predecessor holding it is shown, and on confirmation with
      * a reason a bypass record for that step, predecessor and
      * business date is appended to JOBBYP - PredChk then lets the
      * step run, and RunRpt lists the bypass on the morning
      * report.  A step held by two predecessors needs a bypass for
      * each.  The bypass is journaled to SECJRNL as a supervisor
      * override.  Like the other sensitive functions this needs a
      * supervisor sign-on, waived only while OPERMAST has never
      * been created.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBBYP-FILE ASSIGN TO "JOBBYP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBBYP-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBBYP-FILE.
       COPY JOBBYPR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-JOBBYP-STATUS PIC X(2) VALUE "00".

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

      * the held step keyed, PredChk's verdict on it for the
      * business day, and the bypass being recorded
       COPY PREDCKR.
       01 WS-KEY-PROGRAM PIC X(08) VALUE SPACE.
       01 WS-BYPASS-REASON PIC X(30) VALUE SPACE.
       01 WS-CONFIRM PIC X VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-SYSTEM-DATE-TIME.
           05 WS-SYSTEM-DATE           PIC X(08).
           05 WS-SYSTEM-TIME           PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Job-step predecessor bypass"
           PERFORM READ-BUSINESS-DATE
           PERFORM SUPERVISOR-SIGN-ON
           IF WS-SIGNON-VALID NOT = "Y"
               DISPLAY "Supervisor sign-on failed - bypass refused"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Held batch program (e.g. COUNTS): "
           ACCEPT WS-KEY-PROGRAM
           MOVE WS-KEY-PROGRAM TO PK-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
           CALL "PredChk" USING PREDECESSOR-CHECK-AREA
           EVALUATE PK-RESULT
               WHEN "R"
                   PERFORM CONFIRM-BYPASS
               WHEN "U"
                   DISPLAY "Nothing is held while JOBDEP does not "
                       "exist - nothing bypassed"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY WS-KEY-PROGRAM " is not held by a "
                       "predecessor on " WS-BUSINESS-DATE
                       " - nothing bypassed"
                   MOVE 1 TO RETURN-CODE
           END-EVALUATE
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
               MOVE "STEPBYP" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

      * Shows the predecessor holding the step and, on a "Y" with
      * a reason keyed, appends the bypass and journals it to
      * SECJRNL as a supervisor override.  OPEN EXTEND does not
      * create a missing JOBBYP, so the first bypass ever is
      * handled the same way Greet creates a missing GREETLOG.
           CONFIRM-BYPASS.
               DISPLAY WS-KEY-PROGRAM " is held on " WS-BUSINESS-DATE
                   " by predecessor " PK-PREDECESSOR-ID
                   " - " PK-REASON
               DISPLAY "Let " WS-KEY-PROGRAM " run without "
                   PK-PREDECESSOR-ID " today (Y/N)? "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Nothing bypassed"
               ELSE
                   DISPLAY "Reason for the bypass: "
                   ACCEPT WS-BYPASS-REASON
                   IF WS-BYPASS-REASON = SPACES
                       DISPLAY "Reason required - nothing bypassed"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-BYPASS-RECORD
                       MOVE "OV" TO SE-EVENT-TYPE
                       MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
                       MOVE WS-KEY-PROGRAM TO SE-TARGET-ID
                       MOVE SPACES TO SE-DETAIL
                       STRING "STEP RUN WITHOUT "
                           PK-PREDECESSOR-ID
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-SECURITY-EVENT
                       DISPLAY "Bypass recorded - resubmit "
                           WS-KEY-PROGRAM
                   END-IF
               END-IF
               .

           WRITE-BYPASS-RECORD.
               ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SYSTEM-TIME FROM TIME
               OPEN EXTEND JOBBYP-FILE
               IF WS-JOBBYP-STATUS = "35"
                   OPEN OUTPUT JOBBYP-FILE
                   CLOSE JOBBYP-FILE
                   OPEN EXTEND JOBBYP-FILE
               END-IF
               MOVE WS-BUSINESS-DATE TO JB-BUSINESS-DATE
               MOVE WS-KEY-PROGRAM TO JB-PROGRAM-ID
               MOVE PK-PREDECESSOR-ID TO JB-PREDECESSOR-ID
               MOVE WS-SIGNON-ID TO JB-SUPERVISOR-ID
               MOVE WS-SYSTEM-DATE TO JB-SET-DATE
               MOVE WS-SYSTEM-TIME TO JB-SET-TIME
               MOVE WS-BYPASS-REASON TO JB-REASON
               WRITE JOB-BYPASS-RECORD
               CLOSE JOBBYP-FILE
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
