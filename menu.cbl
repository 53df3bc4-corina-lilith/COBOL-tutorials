               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATWIN-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
       FD  BATWIN-FILE.
       COPY BATWINR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 MenuChoice PIC X VALUE SPACE.
       01 QuitFlag PIC X VALUE "N".
      * with every other waiver a missing OPERMAST earns
       01 WS-SIGNON-AUTH PIC X VALUE "O".

      * the security journal entry for each sign-on attempt and for
      * a stuck window flag cleared, handed to SecLog
       COPY SECEVTR.

      * batch-window interlock state read ahead of the calculator
      * option: the window open means the overnight stream may
      * still be writing CALCLOG and a desk session must not
       01 WS-WINDOW-SET-TIME PIC X(08) VALUE SPACE.
       01 WS-WINDOW-SET-BY PIC X(08) VALUE SPACE.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).
           05 WS-COUNTS-PARM-LEN PIC S9(4) COMP VALUE 0.
           05 WS-COUNTS-PARM-TEXT PIC X(20) VALUE SPACE.

      * Calc, Greet and HoldRel expect the signed-on operator ID in
      * the same length-prefixed shape, so a stand-alone JCL run can
      * supply it through EXEC PGM=...,PARM='operid' instead of a
      * CALL.
       01 WS-OPER-PARM-AREA.
           05 WS-OPER-PARM-LEN PIC S9(4) COMP VALUE 8.
           05 WS-OPER-PARM-ID PIC X(08) VALUE SPACE.
           DISPLAY "=========================================="
           DISPLAY "  Operations Desk - Main Menu"
           DISPLAY "=========================================="
           PERFORM READ-BUSINESS-DATE
           DISPLAY "  Business date " WS-BUSINESS-DATE
           PERFORM OPERATOR-SIGN-ON
           PERFORM UNTIL QuitFlag = "Y"
               DISPLAY " "
               DISPLAY "2. Record-count reconciliation"
               DISPLAY "3. Employee greeting / roster maintenance"
               DISPLAY "4. Operations status"
               DISPLAY "5. Held transaction release"
               DISPLAY "6. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT MenuChoice

                   WHEN "4"
                       PERFORM OPS-STATUS
                   WHEN "5"
                       CALL "HoldRel" USING WS-OPER-PARM-AREA
                   WHEN "6"
                       MOVE "Y" TO QuitFlag
                   WHEN OTHER
                       DISPLAY "Invalid selection, try again"
               .

      * Rewrites the single BATWIN record closed, stamped with the
      * supervisor who cleared it, and journals the override to
      * SECJRNL - the next batch window overwrites BW-SET-BY.
           CLEAR-WINDOW-FLAG.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN OUTPUT BATWIN-FILE
               MOVE "C" TO BW-WINDOW-FLAG
               MOVE WS-SIGNON-ID TO BW-SET-BY
               WRITE BATCH-WINDOW-RECORD
               CLOSE BATWIN-FILE
               MOVE "OV" TO SE-EVENT-TYPE
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE WS-WINDOW-SET-BY TO SE-TARGET-ID
               MOVE "STUCK BATWIN FLAG CLEARED" TO SE-DETAIL
               PERFORM LOG-SECURITY-EVENT
               DISPLAY "Window flag cleared"
               .

      * front to back; leaves WS-SIGNON-VALID "Y" on an active
      * record whose password matches.  A matched record whose
      * OP-PASSWORD is spaces predates passwords and is accepted
      * with a warning until OperMnt assigns one; a disabled,
      * locked-out or unknown ID and a wrong password all get the
      * same message, so a probe learns nothing about which it
      * guessed right.  Every attempt, accepted or not, is
      * journaled to SECJRNL through SecLog.
           VALIDATE-OPERATOR.
               MOVE "N" TO WS-OPERMAST-EOF
               MOVE "SF" TO SE-EVENT-TYPE
               MOVE "UNKNOWN OPERATOR ID" TO SE-DETAIL
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   DISPLAY "OPERMAST not found - sign-on "
                       "accepted unvalidated"
                   MOVE "Y" TO WS-SIGNON-VALID
                   MOVE "S" TO WS-SIGNON-AUTH
                   MOVE "SN" TO SE-EVENT-TYPE
                   MOVE "OPERMAST NOT FOUND" TO SE-DETAIL
               ELSE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
                       END-READ
                   END-PERFORM
                   CLOSE OPERMAST-FILE
               END-IF
               MOVE WS-SIGNON-ID TO SE-OPERATOR-ID
               MOVE SPACES TO SE-TARGET-ID
               PERFORM LOG-SECURITY-EVENT
               IF WS-OPERMAST-STATUS NOT = "35"
                   IF WS-SIGNON-VALID = "Y"
                       DISPLAY "Signed on: " WS-SIGNON-NAME
                   ELSE
               END-IF
               .

      * Judges the OPERATOR-RECORD matching the keyed ID and sets
      * the event to journal: refused while disabled or locked out,
      * accepted when the password matches (or the record has none
      * yet), otherwise a wrong password, which counts toward the
      * lockout.
           JUDGE-SIGNON-MATCH.
               EVALUATE TRUE
                   WHEN OP-STATUS = "D"
                       MOVE "OPERATOR DISABLED" TO SE-DETAIL
                   WHEN OP-STATUS = "L"
                       MOVE "SL" TO SE-EVENT-TYPE
                       MOVE "OPERATOR LOCKED OUT" TO SE-DETAIL
                   WHEN OP-PASSWORD = SPACES
                       DISPLAY "** No password on file for this "
                           "operator - have OperMnt assign one"
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE OP-NAME TO WS-SIGNON-NAME
                       MOVE OP-AUTH-LEVEL TO WS-SIGNON-AUTH
                       MOVE "SB" TO SE-EVENT-TYPE
                       MOVE "NO PASSWORD ON FILE" TO SE-DETAIL
                   WHEN OP-PASSWORD = WS-SIGNON-PASSWORD
                       MOVE "Y" TO WS-SIGNON-VALID
                       MOVE OP-NAME TO WS-SIGNON-NAME
                       MOVE OP-AUTH-LEVEL TO WS-SIGNON-AUTH
                       MOVE "SS" TO SE-EVENT-TYPE
                       MOVE "OPERATOR SIGN-ON" TO SE-DETAIL
                   WHEN OTHER
                       MOVE "PF" TO SE-EVENT-TYPE
                       MOVE "WRONG PASSWORD" TO SE-DETAIL
               END-EVALUATE
               .

      * Hands the event to SecLog for the security journal; a
      * wrong password that reaches the lockout limit locks the ID
      * out there, and the operator is told so.
           LOG-SECURITY-EVENT.
               MOVE "MENU" TO SE-PROGRAM-ID
               CALL "SecLog" USING SECURITY-EVENT-AREA
               IF SE-LOCKED-FLAG = "Y"
                   DISPLAY "** Operator " SE-OPERATOR-ID
                       " is now locked out - a supervisor must "
                       "reset it in OperMnt"
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
