      * has flagged with status "T" to the EMPTERM history file
      * (stamped with the sweep date and time), and deletes the
      * master record so the EMPMAST control total Counts reconciles
      * stops carrying employees who have left.  Each delete is
      * logged on EMPHIST as an "S" record carrying the swept
      * record as its before image, so EmpRcvr forward recovery
      * removes the employee from a rebuilt master at the same
      * point.  Active records are untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTERM-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  EMPTERM-FILE.
       COPY EMPTRMR.

       FD  EMPHIST-FILE.
       COPY EMPHISTR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPTERM-STATUS PIC X(2) VALUE "00".
       01 WS-EMPHIST-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-OPENED PIC X VALUE "Y".
       01 WS-SWEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(5) VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for stamping the EMPTERM history record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).

       PROCEDURE DIVISION.
           DISPLAY "Starting terminated-employee sweep"
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EMPMAST-STATUS = "10"
               READ EMPMAST-FILE NEXT
               CLOSE EMPMAST-FILE
           END-IF
           CLOSE EMPTERM-FILE
           CLOSE EMPHIST-FILE
           DISPLAY "Employees swept to EMPTERM: " WS-SWEPT-COUNT
           DISPLAY "Employees kept on EMPMAST:  " WS-KEPT-COUNT
           PERFORM WRITE-RUN-HISTORY
                   WS-SWEPT-COUNT + WS-KEPT-COUNT
               MOVE WS-SWEPT-COUNT TO RH-OUT-COUNT
               MOVE 0 TO RH-REJECT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Opens EMPMAST I-O for the delete pass and EMPTERM and
      * EMPHIST EXTEND for the history records; an EMPMAST that has
      * never been created (status 35) means there is nothing to
      * sweep, and a missing EMPTERM or EMPHIST is created the same
      * way Greet creates a missing GREETLOG.
           OPEN-FILES.
               OPEN I-O EMPMAST-FILE
               IF WS-EMPMAST-STATUS = "35"
                   CLOSE EMPTERM-FILE
                   OPEN EXTEND EMPTERM-FILE
               END-IF
               OPEN EXTEND EMPHIST-FILE
               IF WS-EMPHIST-STATUS = "35"
                   OPEN OUTPUT EMPHIST-FILE
                   CLOSE EMPHIST-FILE
                   OPEN EXTEND EMPHIST-FILE
               END-IF
               .

      * Copies the terminated employee to the EMPTERM history file,
      * stamped with this sweep's date and time, deletes the record
      * just read from EMPMAST, and logs the delete on EMPHIST with
      * the record as it stood as the before image and no after
      * image.
           SWEEP-EMPLOYEE.
               MOVE EMP-ID TO EH-EMP-ID
               MOVE EMP-NAME TO EH-EMP-NAME
               MOVE SPACES TO EH-REHIRE-DATE
               WRITE EMP-TERM-RECORD
               DELETE EMPMAST-FILE
               MOVE EMP-ID TO CH-EMP-ID
               MOVE "S" TO CH-ACTION
               MOVE WS-CURRENT-DATE TO CH-CHANGE-DATE
               MOVE WS-CURRENT-TIME TO CH-CHANGE-TIME
               MOVE "EMPSWEEP" TO CH-CHANGED-BY
               MOVE EMP-NAME TO CH-OLD-NAME
               MOVE EMP-DOB TO CH-OLD-DOB
               MOVE EMP-STATUS TO CH-OLD-STATUS
               MOVE EMP-TERM-DATE TO CH-OLD-TERM-DATE
               MOVE EMP-DEPT-CODE TO CH-OLD-DEPT
               MOVE EMP-REPORTS-TO TO CH-OLD-REPORTS-TO
               MOVE SPACES TO CH-NEW-IMAGE
               MOVE SPACES TO CH-NEW-REPORTS-TO
               WRITE EMP-HISTORY-RECORD
               ADD 1 TO WS-SWEPT-COUNT
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
               MOVE "EMPSWEEP" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
