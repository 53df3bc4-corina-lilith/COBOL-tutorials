       IDENTIFICATION DIVISION.
       PROGRAM-ID. SecLog IS INITIAL PROGRAM.

      * Security event journal writer, CALLed by every program that
      * checks a sign-on or lets a supervisor override a control:
      * Menu, Calc, BusDate, CalcFix, CalcRev, ClsOvr, DeptMnt,
      * FeedRel, Greet, OperMnt, PayRst and StepByp.  Each call
      * appends one record to the SECJRNL journal stamped with the
      * business date and time.
      * It also keeps the lockout count on OPERMAST: a wrong
      * password ("PF") adds one to the operator's OP-FAIL-COUNT,
      * and the third in a row sets OP-STATUS "L" and journals the
      * lockout ("LK"); an accepted sign-on ("SS" or "SB") sets the
      * count back to zero.  OPERMAST is rewritten through the
      * OPERMSTW work file and a copy-back, the same two-pass
      * pattern OperMnt uses, and only when a count actually
      * changes - so the caller must have OPERMAST closed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECJRNL-FILE ASSIGN TO "SECJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECJRNL-STATUS.

           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

           SELECT OPERMSTW-FILE ASSIGN TO "OPERMSTW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMSTW-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECJRNL-FILE.
       COPY SECJRNR.

       FD  OPERMAST-FILE.
       COPY OPERREC.

       FD  OPERMSTW-FILE.
       01  OPER-WORK-RECORD               PIC X(80).

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-SECJRNL-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMSTW-STATUS PIC X(2) VALUE "00".
       01 WS-OPERMAST-EOF PIC X VALUE "N".
       01 WS-OPERMSTW-EOF PIC X VALUE "N".

      * wrong passwords in a row that lock an operator out, and the
      * count change this call makes: "F" adds a failure, "C"
      * clears the count; WS-COUNT-CHANGED says whether the pass
      * altered a record, so an unchanged OPERMAST is not copied
      * back
       01 WS-LOCKOUT-LIMIT PIC 9(2) VALUE 3.
       01 WS-COUNT-ACTION PIC X VALUE SPACE.
       01 WS-COUNT-CHANGED PIC X VALUE "N".
       01 WS-NEW-FAIL-COUNT PIC 9(2) VALUE 0.

      * the business day this event is stamped with, read from the
      * BUSDATE control record on every call
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       LINKAGE SECTION.
       COPY SECEVTR.

       PROCEDURE DIVISION USING SECURITY-EVENT-AREA.
           MOVE "N" TO SE-LOCKED-FLAG
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM WRITE-JOURNAL-RECORD
           EVALUATE SE-EVENT-TYPE
               WHEN "PF"
                   MOVE "F" TO WS-COUNT-ACTION
                   PERFORM UPDATE-FAIL-COUNT
                   IF SE-LOCKED-FLAG = "Y"
                       PERFORM WRITE-LOCKOUT-RECORD
                   END-IF
               WHEN "SS"
               WHEN "SB"
                   MOVE "C" TO WS-COUNT-ACTION
                   PERFORM UPDATE-FAIL-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * Appends the caller's event as one SECJRNL record; OPEN
      * EXTEND does not create a missing journal, so the first
      * event ever is handled the same way Greet creates a missing
      * GREETLOG.
           WRITE-JOURNAL-RECORD.
               PERFORM OPEN-SECJRNL
               MOVE WS-CURRENT-DATE TO SJ-EVENT-DATE
               MOVE WS-CURRENT-TIME TO SJ-EVENT-TIME
               MOVE SE-PROGRAM-ID TO SJ-PROGRAM-ID
               MOVE SE-EVENT-TYPE TO SJ-EVENT-TYPE
               MOVE SE-OPERATOR-ID TO SJ-OPERATOR-ID
               MOVE SE-TARGET-ID TO SJ-TARGET-ID
               MOVE SE-DETAIL TO SJ-DETAIL
               WRITE SECURITY-JOURNAL-RECORD
               CLOSE SECJRNL-FILE
               .

      * The lockout is journaled as an event of its own, stamped
      * with the program whose sign-on tripped it.
           WRITE-LOCKOUT-RECORD.
               PERFORM OPEN-SECJRNL
               MOVE WS-CURRENT-DATE TO SJ-EVENT-DATE
               MOVE WS-CURRENT-TIME TO SJ-EVENT-TIME
               MOVE SE-PROGRAM-ID TO SJ-PROGRAM-ID
               MOVE "LK" TO SJ-EVENT-TYPE
               MOVE SE-OPERATOR-ID TO SJ-OPERATOR-ID
               MOVE SPACES TO SJ-TARGET-ID
               MOVE SPACES TO SJ-DETAIL
               STRING "LOCKED OUT AFTER " WS-NEW-FAIL-COUNT
                   " FAILURES" DELIMITED BY SIZE INTO SJ-DETAIL
               END-STRING
               WRITE SECURITY-JOURNAL-RECORD
               CLOSE SECJRNL-FILE
               .

           OPEN-SECJRNL.
               OPEN EXTEND SECJRNL-FILE
               IF WS-SECJRNL-STATUS = "35"
                   OPEN OUTPUT SECJRNL-FILE
                   CLOSE SECJRNL-FILE
                   OPEN EXTEND SECJRNL-FILE
               END-IF
               .

      * Copies OPERMAST to the OPERMSTW work file, applying the
      * count change to the record matching SE-OPERATOR-ID, then
      * copies it back if anything changed.  A missing OPERMAST
      * (the unvalidated sign-on) has no count to keep.
           UPDATE-FAIL-COUNT.
               MOVE "N" TO WS-COUNT-CHANGED
               MOVE "N" TO WS-OPERMAST-EOF
               OPEN INPUT OPERMAST-FILE
               IF WS-OPERMAST-STATUS = "35"
                   MOVE "Y" TO WS-OPERMAST-EOF
               ELSE
                   OPEN OUTPUT OPERMSTW-FILE
                   PERFORM UNTIL WS-OPERMAST-EOF = "Y"
                       READ OPERMAST-FILE
                           AT END
                               MOVE "Y" TO WS-OPERMAST-EOF
                           NOT AT END
                               IF OP-ID = SE-OPERATOR-ID
                                   PERFORM APPLY-COUNT-CHANGE
                               END-IF
                               MOVE OPERATOR-RECORD
                                   TO OPER-WORK-RECORD
                               WRITE OPER-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE OPERMAST-FILE
                   CLOSE OPERMSTW-FILE
                   IF WS-COUNT-CHANGED = "Y"
                       PERFORM COPY-BACK-OPERMAST
                   END-IF
               END-IF
               .

      * A wrong password counts one more failure and, at the limit,
      * locks an active operator out; an accepted sign-on clears
      * whatever count had built up.
           APPLY-COUNT-CHANGE.
               IF OP-FAIL-COUNT NOT NUMERIC
                   MOVE 0 TO OP-FAIL-COUNT
               END-IF
               IF WS-COUNT-ACTION = "F"
                   IF OP-FAIL-COUNT < 99
                       ADD 1 TO OP-FAIL-COUNT
                   END-IF
                   MOVE OP-FAIL-COUNT TO WS-NEW-FAIL-COUNT
                   IF OP-FAIL-COUNT >= WS-LOCKOUT-LIMIT
                           AND OP-STATUS NOT = "D"
                           AND OP-STATUS NOT = "L"
                       MOVE "L" TO OP-STATUS
                       MOVE "Y" TO SE-LOCKED-FLAG
                   END-IF
                   MOVE "Y" TO WS-COUNT-CHANGED
               ELSE
                   IF OP-FAIL-COUNT NOT = 0
                       MOVE 0 TO OP-FAIL-COUNT
                       MOVE "Y" TO WS-COUNT-CHANGED
                   END-IF
               END-IF
               .

           COPY-BACK-OPERMAST.
               MOVE "N" TO WS-OPERMSTW-EOF
               OPEN INPUT OPERMSTW-FILE
               OPEN OUTPUT OPERMAST-FILE
               PERFORM UNTIL WS-OPERMSTW-EOF = "Y"
                   READ OPERMSTW-FILE
                       AT END
                           MOVE "Y" TO WS-OPERMSTW-EOF
                       NOT AT END
                           MOVE OPER-WORK-RECORD
                               TO OPERATOR-RECORD
                           WRITE OPERATOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPERMSTW-FILE
               CLOSE OPERMAST-FILE
               .

      * Reads the single BUSDATE control record for the business
      * day this event belongs to.  A BUSDATE that has never been
      * created (or is empty) falls back to the system date; the
      * calling program has already warned about it.
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
                   ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD
               END-IF
               .
