       IDENTIFICATION DIVISION.
       PROGRAM-ID. PredChk IS INITIAL PROGRAM.

      * Job-step predecessor check, CALLed by every batch step at
      * start-up with its own program name and the business date.
      * The step's predecessors are read from the JOBDEP job
      * dependency control file and each is looked up on RUNHIST
      * for the business date: the last run record a predecessor
      * left that day must show RC 0 or 1.  A predecessor with no
      * run record, or whose last run ended RC 2 or worse, refuses
      * the step - unless a supervisor has keyed a bypass for that
      * step, predecessor and day on JOBBYP through StepByp.  The
      * verdict goes back in PREDECESSOR-CHECK-AREA and is shown on
      * the console; a refused step writes its run record with RC 4
      * and stops, so Counts can no longer reconcile before the
      * batch window has finished, nor HcSnap count EMPMAST before
      * the day's HR changes are applied.  A JOBDEP that has never
      * been created leaves every step unchecked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEP-FILE ASSIGN TO "JOBDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEP-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT JOBBYP-FILE ASSIGN TO "JOBBYP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBBYP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBDEP-FILE.
       COPY JOBDEPR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  JOBBYP-FILE.
       COPY JOBBYPR.

       WORKING-STORAGE SECTION.
       01 WS-JOBDEP-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-JOBBYP-STATUS PIC X(2) VALUE "00".
       01 WS-JOBDEP-EOF PIC X VALUE "N".
       01 WS-RUNHIST-EOF PIC X VALUE "N".
       01 WS-JOBBYP-EOF PIC X VALUE "N".

      * the calling step's predecessors from JOBDEP, with the
      * return code of the last run each left on the business
      * date and any supervisor bypass keyed for it that day
       01 WS-PRED-COUNT PIC 9(2) VALUE 0.
       01 WS-PRED-TABLE.
           05 WS-PRED-ENTRY OCCURS 20 TIMES
                   INDEXED BY PRED-IDX.
               10 WS-PRED-PROGRAM          PIC X(08).
               10 WS-PRED-SEEN             PIC X(01).
               10 WS-PRED-LAST-RC          PIC 9(04).
               10 WS-PRED-BYPASS-BY        PIC X(08).
               10 WS-PRED-BYPASS-REASON    PIC X(30).

       LINKAGE SECTION.
       COPY PREDCKR.

       PROCEDURE DIVISION USING PREDECESSOR-CHECK-AREA.
           MOVE "C" TO PK-RESULT
           MOVE SPACES TO PK-PREDECESSOR-ID
           MOVE SPACES TO PK-BYPASS-BY
           MOVE SPACES TO PK-REASON
           PERFORM LOAD-PREDECESSORS
           IF PK-RESULT = "U"
               DISPLAY "JOBDEP not found - predecessors of "
                   PK-PROGRAM-ID " not checked"
           ELSE
               IF WS-PRED-COUNT > 0
                   PERFORM NOTE-PREDECESSOR-RUNS
                   PERFORM NOTE-BYPASSES
                   PERFORM JUDGE-PREDECESSORS
               END-IF
           END-IF
           GOBACK.

      * Loads every JOBDEP record naming the calling step; the
      * record with a blank predecessor only says the step exists.
           LOAD-PREDECESSORS.
               MOVE 0 TO WS-PRED-COUNT
               OPEN INPUT JOBDEP-FILE
               IF WS-JOBDEP-STATUS = "35"
                   MOVE "U" TO PK-RESULT
               ELSE
                   PERFORM UNTIL WS-JOBDEP-EOF = "Y"
                       READ JOBDEP-FILE
                           AT END
                               MOVE "Y" TO WS-JOBDEP-EOF
                           NOT AT END
                               IF JD-PROGRAM-ID = PK-PROGRAM-ID
                                       AND JD-PREDECESSOR-ID
                                           NOT = SPACES
                                       AND WS-PRED-COUNT < 20
                                   PERFORM ADD-PREDECESSOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOBDEP-FILE
               END-IF
               .

           ADD-PREDECESSOR.
               ADD 1 TO WS-PRED-COUNT
               SET PRED-IDX TO WS-PRED-COUNT
               MOVE JD-PREDECESSOR-ID TO WS-PRED-PROGRAM(PRED-IDX)
               MOVE "N" TO WS-PRED-SEEN(PRED-IDX)
               MOVE 0 TO WS-PRED-LAST-RC(PRED-IDX)
               MOVE SPACES TO WS-PRED-BYPASS-BY(PRED-IDX)
               MOVE SPACES TO WS-PRED-BYPASS-REASON(PRED-IDX)
               .

      * Passes RUNHIST for the business date.  RUNHIST is in
      * append order, so each later record for a predecessor
      * overwrites the return code of the one before it and a
      * clean rerun clears an earlier failure.  A missing RUNHIST
      * leaves every predecessor without a run record.
           NOTE-PREDECESSOR-RUNS.
               OPEN INPUT RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   MOVE "Y" TO WS-RUNHIST-EOF
               END-IF
               PERFORM UNTIL WS-RUNHIST-EOF = "Y"
                   READ RUNHIST-FILE
                       AT END
                           MOVE "Y" TO WS-RUNHIST-EOF
                       NOT AT END
                           IF RH-RUN-DATE = PK-BUSINESS-DATE
                               PERFORM NOTE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RUNHIST-STATUS NOT = "35"
                   CLOSE RUNHIST-FILE
               END-IF
               .

           NOTE-ONE-RUN.
               PERFORM VARYING PRED-IDX FROM 1 BY 1
                       UNTIL PRED-IDX > WS-PRED-COUNT
                   IF WS-PRED-PROGRAM(PRED-IDX) = RH-PROGRAM-ID
                       MOVE "Y" TO WS-PRED-SEEN(PRED-IDX)
                       IF RH-RETURN-CODE IS NUMERIC
                           MOVE RH-RETURN-CODE
                               TO WS-PRED-LAST-RC(PRED-IDX)
                       ELSE
                           MOVE 9999 TO WS-PRED-LAST-RC(PRED-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               .

      * Picks up the bypasses keyed for this step on the business
      * date; a missing JOBBYP just means none ever have been.
           NOTE-BYPASSES.
               OPEN INPUT JOBBYP-FILE
               IF WS-JOBBYP-STATUS = "35"
                   MOVE "Y" TO WS-JOBBYP-EOF
               END-IF
               PERFORM UNTIL WS-JOBBYP-EOF = "Y"
                   READ JOBBYP-FILE
                       AT END
                           MOVE "Y" TO WS-JOBBYP-EOF
                       NOT AT END
                           IF JB-BUSINESS-DATE = PK-BUSINESS-DATE
                                   AND JB-PROGRAM-ID = PK-PROGRAM-ID
                               PERFORM NOTE-ONE-BYPASS
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-JOBBYP-STATUS NOT = "35"
                   CLOSE JOBBYP-FILE
               END-IF
               .

           NOTE-ONE-BYPASS.
               PERFORM VARYING PRED-IDX FROM 1 BY 1
                       UNTIL PRED-IDX > WS-PRED-COUNT
                   IF WS-PRED-PROGRAM(PRED-IDX) = JB-PREDECESSOR-ID
                       MOVE JB-SUPERVISOR-ID
                           TO WS-PRED-BYPASS-BY(PRED-IDX)
                       MOVE JB-REASON
                           TO WS-PRED-BYPASS-REASON(PRED-IDX)
                   END-IF
               END-PERFORM
               .

      * Judges the predecessors in JOBDEP order.  The first one
      * not finished cleanly and not bypassed refuses the step;
      * one that is bypassed is reported and the rest still
      * judged.
           JUDGE-PREDECESSORS.
               PERFORM VARYING PRED-IDX FROM 1 BY 1
                       UNTIL PRED-IDX > WS-PRED-COUNT
                       OR PK-RESULT = "R"
                   IF WS-PRED-SEEN(PRED-IDX) = "N"
                           OR WS-PRED-LAST-RC(PRED-IDX) > 1
                       PERFORM JUDGE-ONE-PREDECESSOR
                   END-IF
               END-PERFORM
               .

           JUDGE-ONE-PREDECESSOR.
               IF WS-PRED-BYPASS-BY(PRED-IDX) NOT = SPACES
                   DISPLAY "Predecessor " WS-PRED-PROGRAM(PRED-IDX)
                       " of " PK-PROGRAM-ID " bypassed by "
                       WS-PRED-BYPASS-BY(PRED-IDX) " - "
                       WS-PRED-BYPASS-REASON(PRED-IDX)
                   IF PK-RESULT = "C"
                       MOVE "B" TO PK-RESULT
                       MOVE WS-PRED-PROGRAM(PRED-IDX)
                           TO PK-PREDECESSOR-ID
                       MOVE WS-PRED-BYPASS-BY(PRED-IDX)
                           TO PK-BYPASS-BY
                       MOVE WS-PRED-BYPASS-REASON(PRED-IDX)
                           TO PK-REASON
                   END-IF
               ELSE
                   MOVE "R" TO PK-RESULT
                   MOVE WS-PRED-PROGRAM(PRED-IDX) TO PK-PREDECESSOR-ID
                   MOVE SPACES TO PK-BYPASS-BY
                   MOVE SPACES TO PK-REASON
                   IF WS-PRED-SEEN(PRED-IDX) = "N"
                       MOVE "NO RUN RECORD TODAY" TO PK-REASON
                   ELSE
                       STRING "LAST RUN ENDED RC "
                           WS-PRED-LAST-RC(PRED-IDX)
                           DELIMITED BY SIZE INTO PK-REASON
                       END-STRING
                   END-IF
                   DISPLAY "** " PK-PROGRAM-ID " not started - "
                       "predecessor " PK-PREDECESSOR-ID " "
                       PK-REASON
               END-IF
               .
