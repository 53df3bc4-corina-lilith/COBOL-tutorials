      * two-pass pattern CalcFix uses on CALCEXC.  The program
      * itself is a sensitive function: it requires a supervisor
      * sign-on, waived only while OPERMAST has never been created
      * (somebody has to key the first operator).  Every change is
      * journaled to SECJRNL through SecLog with the supervisor and
      * the operator changed, and a supervisor resets here an
      * operator SecLog has locked out after repeated wrong
      * passwords.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SIGNON-VALID PIC X VALUE "N".
       01 WS-SIGNON-TRIES PIC 9(1) VALUE 0.

      * the security journal entry for each sign-on attempt, set
      * by JUDGE-SUPERVISOR-MATCH and handed to SecLog once
      * OPERMAST is closed
       COPY SECEVTR.

      * the operator record being worked on: the keyed ID, whether
      * the scan found it, and the found record's fields held
      * across the copy-back
           05 WS-HELD-PASSWORD PIC X(08) VALUE SPACE.
           05 WS-HELD-AUTH PIC X(01) VALUE SPACE.
           05 WS-HELD-STATUS PIC X(01) VALUE SPACE.
           05 WS-HELD-FAIL-COUNT PIC 9(02) VALUE 0.

      * new values keyed for an add or update; blank on an update
      * keeps what is on file
               DISPLAY "3. Disable or re-enable operator"
               DISPLAY "4. Inquire on operator"
               DISPLAY "5. List all operators"
               DISPLAY "6. Reset locked-out operator"
               DISPLAY "7. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT MenuChoice

                   WHEN "5"
                       PERFORM LIST-OPERATORS
                   WHEN "6"
                       PERFORM RESET-LOCKED-OPERATOR
                   WHEN "7"
                       MOVE "Y" TO QuitFlag
                   WHEN OTHER
                       DISPLAY "Invalid selection, try again"

           CHECK-SUPERVISOR.
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - sign-on waived "
                       "for first-time staffing"
                   MOVE "Y" TO WS-SIGNON-VALID
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               ELSE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
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
               MOVE "OPERMNT" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
               END-IF
               .

                               MOVE OP-PASSWORD TO WS-HELD-PASSWORD
                               MOVE OP-AUTH-LEVEL TO WS-HELD-AUTH
                               MOVE OP-STATUS TO WS-HELD-STATUS
                               IF OP-FAIL-COUNT NUMERIC
                                   MOVE OP-FAIL-COUNT
                                       TO WS-HELD-FAIL-COUNT
                               ELSE
                                   MOVE 0 TO WS-HELD-FAIL-COUNT
                               END-IF
                               MOVE "Y" TO WS-OPERMAST-EOF
                           END-IF
                   END-READ
                       MOVE WS-NEW-PASSWORD TO OP-PASSWORD
                       MOVE WS-NEW-AUTH TO OP-AUTH-LEVEL
                       MOVE "A" TO OP-STATUS
                       MOVE 0 TO OP-FAIL-COUNT
                       WRITE OPERATOR-RECORD
                       CLOSE OPERMAST-FILE
                       MOVE "OA" TO SE-EVENT-TYPE
                       MOVE SPACES TO SE-DETAIL
                       STRING "ADDED WITH AUTHORITY " WS-NEW-AUTH
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       PERFORM LOG-OPERATOR-CHANGE
                       DISPLAY "Operator " WS-WORK-ID " added"
                   END-IF
               END-IF

      * Updates name, password and authority on the keyed record;
      * a blank entry keeps the value on file, so resetting just a
      * password does not mean retyping the rest.  Each field that
      * actually changes is journaled as its own event.
           UPDATE-OPERATOR.
               DISPLAY "Enter operator ID to update: "
               ACCEPT WS-WORK-ID
                       ") - blank keeps: "
                   ACCEPT WS-NEW-NAME
                   IF WS-NEW-NAME NOT = SPACES
                           AND WS-NEW-NAME NOT = WS-HELD-NAME
                       MOVE WS-NEW-NAME TO WS-HELD-NAME
                       MOVE "ON" TO SE-EVENT-TYPE
                       MOVE "NAME CHANGED" TO SE-DETAIL
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
                   DISPLAY "New password - blank keeps current: "
                   ACCEPT WS-NEW-PASSWORD
                   IF WS-NEW-PASSWORD NOT = SPACES
                       MOVE WS-NEW-PASSWORD TO WS-HELD-PASSWORD
                       MOVE "OP" TO SE-EVENT-TYPE
                       MOVE "PASSWORD RESET" TO SE-DETAIL
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
                   DISPLAY "Authority (" WS-HELD-AUTH
                       ") - blank keeps: "
                   IF WS-NEW-AUTH = "o"
                       MOVE "O" TO WS-NEW-AUTH
                   END-IF
                   IF (WS-NEW-AUTH = "S" OR WS-NEW-AUTH = "O")
                           AND WS-NEW-AUTH NOT = WS-HELD-AUTH
                       MOVE SPACES TO SE-DETAIL
                       STRING "AUTHORITY " WS-HELD-AUTH " TO "
                           WS-NEW-AUTH
                           DELIMITED BY SIZE INTO SE-DETAIL
                       END-STRING
                       MOVE WS-NEW-AUTH TO WS-HELD-AUTH
                       MOVE "OL" TO SE-EVENT-TYPE
                       PERFORM LOG-OPERATOR-CHANGE
                   END-IF
                   PERFORM REWRITE-HELD-OPERATOR
                   DISPLAY "Operator " WS-WORK-ID " updated"

      * Flips the keyed operator between active and disabled; the
      * record stays on file either way so its audit stamps remain
      * attributable.  Disabling a locked-out operator disables
      * it; re-enabling starts it with a clean failure count.
           TOGGLE-OPERATOR.
               DISPLAY "Enter operator ID to disable/enable: "
               ACCEPT WS-WORK-ID
               ELSE
                   IF WS-HELD-STATUS = "D"
                       MOVE "A" TO WS-HELD-STATUS
                       MOVE 0 TO WS-HELD-FAIL-COUNT
                       PERFORM REWRITE-HELD-OPERATOR
                       MOVE "OE" TO SE-EVENT-TYPE
                       MOVE "RE-ENABLED" TO SE-DETAIL
                       PERFORM LOG-OPERATOR-CHANGE
                       DISPLAY "Operator " WS-WORK-ID " re-enabled"
                   ELSE
                       MOVE "D" TO WS-HELD-STATUS
                       PERFORM REWRITE-HELD-OPERATOR
                       MOVE "OD" TO SE-EVENT-TYPE
                       MOVE "DISABLED" TO SE-DETAIL
                       PERFORM LOG-OPERATOR-CHANGE
                       DISPLAY "Operator " WS-WORK-ID " disabled"
                   END-IF
               END-IF
               .

      * Lifts a lockout: the keyed operator goes back to active
      * with its failure count cleared.  A supervisor should also
      * assign a new password (option 2) when the failures were
      * not the operator's own.
           RESET-LOCKED-OPERATOR.
               DISPLAY "Enter locked-out operator ID to reset: "
               ACCEPT WS-WORK-ID
               PERFORM FIND-OPERATOR
               IF WS-FOUND-FLAG = "N"
                   DISPLAY "Operator " WS-WORK-ID " not found"
               ELSE
                   IF WS-HELD-STATUS NOT = "L"
                       DISPLAY "Operator " WS-WORK-ID
                           " is not locked out"
                   ELSE
                       MOVE "A" TO WS-HELD-STATUS
                       MOVE 0 TO WS-HELD-FAIL-COUNT
                       PERFORM REWRITE-HELD-OPERATOR
                       MOVE "OR" TO SE-EVENT-TYPE
                       MOVE "LOCKOUT RESET" TO SE-DETAIL
                       PERFORM LOG-OPERATOR-CHANGE
                       DISPLAY "Operator " WS-WORK-ID
                           " lockout reset"
                   END-IF
               END-IF
               .

      * Rewrites OPERMAST with the held record replacing the one
      * matching WS-WORK-ID: every record is copied to the OPERMSTW
      * work file (the matched one carrying the held values), then
                               MOVE WS-HELD-PASSWORD TO OP-PASSWORD
                               MOVE WS-HELD-AUTH TO OP-AUTH-LEVEL
                               MOVE WS-HELD-STATUS TO OP-STATUS
                               MOVE WS-HELD-FAIL-COUNT
                                   TO OP-FAIL-COUNT
                           END-IF
                           MOVE OPERATOR-RECORD
                               TO OPER-WORK-RECORD
               CLOSE OPERMAST-FILE
               .

      * Journals a change to the operator record being worked on,
      * made by the signed-on supervisor.
           LOG-OPERATOR-CHANGE.
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE WS-WORK-ID TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               .

      * Shows one operator; the password itself is never shown,
      * only whether one is on file.
           INQUIRE-OPERATOR.
                       " Auth: " WS-HELD-AUTH
                       " Status: " WS-HELD-STATUS
                       " Password: NONE"
                       " Failures: " WS-HELD-FAIL-COUNT
               ELSE
                   DISPLAY "ID: " WS-WORK-ID " Name: " WS-HELD-NAME
                       " Auth: " WS-HELD-AUTH
                       " Status: " WS-HELD-STATUS
                       " Password: SET"
                       " Failures: " WS-HELD-FAIL-COUNT
               END-IF
               .

