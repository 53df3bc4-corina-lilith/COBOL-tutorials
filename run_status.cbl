      * return code - to RUNRPT, flagging every nonzero return
      * code, and closing with a missing-step section for the
      * steps the daily streams should have left a record for and
      * did not.  The steps expected every day are the ones the
      * JOBDEP job dependency file marks daily ("D"); the periodic
      * jobs (EMPSWEEP, CALCARCH, RETSWEEP and the like) list when
      * they ran but are not flagged when they did not - a sweep
      * that runs monthly is not "missing" on a Tuesday.  A step
      * PredChk held back for an unfinished predecessor shows RC 4
      * flagged HELD, and the predecessor bypasses supervisors
      * keyed on JOBBYP for the date are listed at the end.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNRPT-FILE ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOBDEP-FILE ASSIGN TO "JOBDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.

           SELECT JOBBYP-FILE ASSIGN TO "JOBBYP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBBYP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       FD  RUNRPT-FILE.
       01  RUN-REPORT-RECORD              PIC X(80).

       FD  JOBDEP-FILE.
       COPY JOBDEPR.

       FD  JOBBYP-FILE.
       COPY JOBBYPR.

       WORKING-STORAGE SECTION.
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-EOF PIC X VALUE "N".
       01 WS-JOBDEP-STATUS PIC X(2) VALUE "00".
       01 WS-JOBDEP-EOF PIC X VALUE "N".
       01 WS-JOBBYP-STATUS PIC X(2) VALUE "00".
       01 WS-JOBBYP-EOF PIC X VALUE "N".

       01 WS-REPORT-DATE PIC X(08) VALUE SPACE.
       01 WS-DATE-OK PIC X VALUE "N".
       01 WS-RUNS-LISTED PIC 9(4) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
       01 WS-BYPASS-COUNT PIC 9(4) VALUE 0.

      * calendar judgment of the keyed run date - month 01-12,
      * day valid for the month, leap years honored - the same
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the steps the daily streams are expected to leave a
      * RUNHIST record for, loaded from the JOBDEP daily entries;
      * each is ticked off as its record goes by and whatever is
      * left unticked goes in the missing-step section
       01 WS-EXPECTED-COUNT PIC 9(2) VALUE 0.
       01 WS-EXPECTED-TABLE.
           05 WS-EXPECTED-ENTRY OCCURS 40 TIMES
                   INDEXED BY EXP-IDX.
               10 WS-EXP-PROGRAM           PIC X(08).
               10 WS-EXP-SEEN              PIC X(01).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-FLAG                      PIC X(08).

       01 WS-BYPASS-LINE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 BL-PROGRAM-ID                PIC X(08).
           05 FILLER PIC X(7) VALUE " AFTER ".
           05 BL-PREDECESSOR-ID            PIC X(08).
           05 FILLER PIC X(4) VALUE " BY ".
           05 BL-SUPERVISOR-ID             PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BL-REASON                    PIC X(30).

       PROCEDURE DIVISION.
           DISPLAY "Morning run-status report"
           PERFORM GET-REPORT-DATE
           OPEN OUTPUT RUNRPT-FILE
           MOVE SPACES TO RUN-REPORT-RECORD
           STRING "BATCH RUN STATUS FOR " WS-REPORT-DATE
               DELIMITED BY SIZE INTO RUN-REPORT-RECORD
           END-STRING
           WRITE RUN-REPORT-RECORD
           PERFORM LOAD-EXPECTED-TABLE
           PERFORM LIST-RUN-RECORDS
           PERFORM LIST-MISSING-STEPS
           PERFORM LIST-BYPASSES
           CLOSE RUNRPT-FILE
           DISPLAY "Runs listed: " WS-RUNS-LISTED
               " flagged: " WS-FLAGGED-COUNT
               " missing: " WS-MISSING-COUNT
               " bypasses: " WS-BYPASS-COUNT
           IF WS-FLAGGED-COUNT > 0 OR WS-MISSING-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
               END-PERFORM
               .

      * Loads each program JOBDEP marks daily once, however many
      * predecessor records it has.  Without JOBDEP there is no
      * list to judge the day against, which is itself flagged on
      * the report.
           LOAD-EXPECTED-TABLE.
               MOVE 0 TO WS-EXPECTED-COUNT
               OPEN INPUT JOBDEP-FILE
               IF WS-JOBDEP-STATUS = "35"
                   DISPLAY "JOBDEP not found - no expected steps "
                       "to check"
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE "** JOBDEP NOT FOUND - STEPS NOT CHECKED"
                       TO RUN-REPORT-RECORD
                   WRITE RUN-REPORT-RECORD
               ELSE
                   PERFORM UNTIL WS-JOBDEP-EOF = "Y"
                       READ JOBDEP-FILE
                           AT END
                               MOVE "Y" TO WS-JOBDEP-EOF
                           NOT AT END
                               IF JD-FREQUENCY = "D"
                                   PERFORM ADD-EXPECTED-STEP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBDEP-FILE
               END-IF
               .

           ADD-EXPECTED-STEP.
               SET EXP-IDX TO 1
               SEARCH WS-EXPECTED-ENTRY
                   AT END
                       CONTINUE
                   WHEN EXP-IDX > WS-EXPECTED-COUNT
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE JD-PROGRAM-ID TO WS-EXP-PROGRAM(EXP-IDX)
                       MOVE "N" TO WS-EXP-SEEN(EXP-IDX)
                   WHEN WS-EXP-PROGRAM(EXP-IDX) = JD-PROGRAM-ID
                       CONTINUE
               END-SEARCH
               .

      * Lists every RUNHIST record for the keyed date, flagging a
               MOVE RH-RETURN-CODE TO DL-RETURN-CODE
               IF RH-RETURN-CODE IS NUMERIC
                       AND RH-RETURN-CODE NOT = 0
                   IF RH-RETURN-CODE = 4
                       MOVE "** HELD" TO DL-FLAG
                   ELSE
                       MOVE "** CHECK" TO DL-FLAG
                   END-IF
                   ADD 1 TO WS-FLAGGED-COUNT
               ELSE
                   MOVE SPACES TO DL-FLAG
               MOVE WS-DETAIL-LINE TO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXPECTED-COUNT
                   IF WS-EXP-PROGRAM(EXP-IDX) = RH-PROGRAM-ID
                       MOVE "Y" TO WS-EXP-SEEN(EXP-IDX)
                   END-IF
               MOVE "MISSING STEPS" TO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
               PERFORM VARYING EXP-IDX FROM 1 BY 1
                       UNTIL EXP-IDX > WS-EXPECTED-COUNT
                   IF WS-EXP-SEEN(EXP-IDX) = "N"
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SPACES TO RUN-REPORT-RECORD
               END-IF
               .

      * Lists every predecessor bypass keyed on JOBBYP for the
      * report date - which step was let run past which
      * predecessor, the supervisor who signed for it and why.
           LIST-BYPASSES.
               MOVE SPACES TO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
               MOVE "PREDECESSOR BYPASSES" TO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
               OPEN INPUT JOBBYP-FILE
               IF WS-JOBBYP-STATUS = "35"
                   MOVE "Y" TO WS-JOBBYP-EOF
               END-IF
               PERFORM UNTIL WS-JOBBYP-EOF = "Y"
                   READ JOBBYP-FILE
                       AT END
                           MOVE "Y" TO WS-JOBBYP-EOF
                       NOT AT END
                           IF JB-BUSINESS-DATE = WS-REPORT-DATE
                               PERFORM LIST-ONE-BYPASS
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-JOBBYP-STATUS NOT = "35"
                   CLOSE JOBBYP-FILE
               END-IF
               IF WS-BYPASS-COUNT = 0
                   MOVE "  NONE" TO RUN-REPORT-RECORD
                   WRITE RUN-REPORT-RECORD
               END-IF
               .

           LIST-ONE-BYPASS.
               ADD 1 TO WS-BYPASS-COUNT
               MOVE JB-PROGRAM-ID TO BL-PROGRAM-ID
               MOVE JB-PREDECESSOR-ID TO BL-PREDECESSOR-ID
               MOVE JB-SUPERVISOR-ID TO BL-SUPERVISOR-ID
               MOVE JB-REASON TO BL-REASON
               MOVE WS-BYPASS-LINE TO RUN-REPORT-RECORD
               WRITE RUN-REPORT-RECORD
               .

      * Judges WS-CHECK-DATE as a real calendar date: eight
      * digits, month 01-12, day valid for the month, February
      * honoring the leap rule (divisible by four, except
