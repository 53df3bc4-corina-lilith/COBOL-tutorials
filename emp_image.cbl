       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpImg.

      * Weekly master image copy: the known-good starting point
      * EmpRcvr forward recovery rebuilds EMPMAST from when the
      * master is lost or a bad HR feed has been applied to it.
      * EMPMAST and DEPTMAST are each read front to back and
      * appended to the MASTIMG image file as one complete image
      * between a header and a trailer, both images stamped with
      * the same business date and time.  The headers also record
      * how many EMPHIST records existed when the copy was taken -
      * the changes already in the image - so recovery knows
      * exactly where in EMPHIST to start re-applying.  An image
      * whose read stops on a bad file status gets no trailer,
      * which is what keeps recovery from ever starting from it,
      * and the run ends RC 2; no EMPMAST to copy is RC 2 too.  A
      * missing DEPTMAST is only a warning (RC 1) - the EMPMAST
      * image is still good.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT MASTIMG-FILE ASSIGN TO "MASTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTIMG-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  DEPTMAST-FILE.
       COPY DEPTREC.

       FD  EMPHIST-FILE.
       COPY EMPHISTR.

       FD  MASTIMG-FILE.
       COPY MASTIMGR.

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MASTIMG-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPHIST-EOF PIC X VALUE "N".

       01 WS-EMPHIST-COUNT PIC 9(9) VALUE 0.
       01 WS-EMP-IMAGE-COUNT PIC 9(9) VALUE 0.
       01 WS-DEPT-IMAGE-COUNT PIC 9(9) VALUE 0.
       01 WS-RUN-RC PIC 9(4) VALUE 0.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * the stamp both images of this run carry, and the RUNHIST
      * stamp
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).
       01 WS-IMAGE-DATE PIC X(08) VALUE SPACE.
       01 WS-IMAGE-TIME PIC X(08) VALUE SPACE.

       PROCEDURE DIVISION.
           DISPLAY "Master image copy"
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-IMAGE-DATE
           ACCEPT WS-IMAGE-TIME FROM TIME
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               DISPLAY "** EMPMAST not found - nothing to copy"
               MOVE 2 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM COUNT-EMPHIST
           PERFORM OPEN-MASTIMG
           PERFORM COPY-EMPMAST
           CLOSE EMPMAST-FILE
           PERFORM COPY-DEPTMAST
           CLOSE MASTIMG-FILE
           DISPLAY "EMPMAST image " WS-IMAGE-DATE " " WS-IMAGE-TIME
               " - " WS-EMP-IMAGE-COUNT " records"
           DISPLAY "DEPTMAST image - " WS-DEPT-IMAGE-COUNT
               " records"
           DISPLAY "EMPHIST records already applied: "
               WS-EMPHIST-COUNT
           PERFORM WRITE-RUN-HISTORY
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: master records read in, image
      * records written out.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "EMPIMG" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               COMPUTE RH-IN-COUNT =
                   WS-EMP-IMAGE-COUNT + WS-DEPT-IMAGE-COUNT
               COMPUTE RH-OUT-COUNT =
                   WS-EMP-IMAGE-COUNT + WS-DEPT-IMAGE-COUNT
               MOVE 0 TO RH-REJECT-COUNT
               MOVE WS-RUN-RC TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Counts the EMPHIST records on file now: every change they
      * record is already in the image about to be taken.  An
      * EMPHIST that has never been created counts zero.
           COUNT-EMPHIST.
               MOVE 0 TO WS-EMPHIST-COUNT
               OPEN INPUT EMPHIST-FILE
               IF WS-EMPHIST-STATUS = "35"
                   MOVE "Y" TO WS-EMPHIST-EOF
               END-IF
               PERFORM UNTIL WS-EMPHIST-EOF = "Y"
                   READ EMPHIST-FILE
                       AT END
                           MOVE "Y" TO WS-EMPHIST-EOF
                       NOT AT END
                           ADD 1 TO WS-EMPHIST-COUNT
                   END-READ
               END-PERFORM
               IF WS-EMPHIST-STATUS NOT = "35"
                   CLOSE EMPHIST-FILE
               END-IF
               .

      * Same missing-file handling as every append-only file: a
      * first image creates MASTIMG.
           OPEN-MASTIMG.
               OPEN EXTEND MASTIMG-FILE
               IF WS-MASTIMG-STATUS = "35"
                   OPEN OUTPUT MASTIMG-FILE
                   CLOSE MASTIMG-FILE
                   OPEN EXTEND MASTIMG-FILE
               END-IF
               .

      * Header, every EMPMAST record in key order, trailer.  A read
      * that stops on anything but end of file leaves the image
      * without its trailer, so it can never be recovered from.
           COPY-EMPMAST.
               MOVE SPACES TO MASTER-IMAGE-RECORD
               MOVE "H" TO MI-RECORD-TYPE
               MOVE "EMPMAST" TO MI-HDR-FILE-ID
               MOVE WS-IMAGE-DATE TO MI-HDR-IMAGE-DATE
               MOVE WS-IMAGE-TIME TO MI-HDR-IMAGE-TIME
               MOVE WS-EMPHIST-COUNT TO MI-HDR-EMPHIST-COUNT
               WRITE MASTER-IMAGE-RECORD
               PERFORM UNTIL WS-EMPMAST-STATUS NOT = "00"
                   READ EMPMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPMAST-STATUS
                       NOT AT END
                           MOVE SPACES TO MASTER-IMAGE-RECORD
                           MOVE "D" TO MI-RECORD-TYPE
                           MOVE EMPLOYEE-RECORD TO MI-DETAIL-DATA
                           WRITE MASTER-IMAGE-RECORD
                           ADD 1 TO WS-EMP-IMAGE-COUNT
                   END-READ
               END-PERFORM
               IF WS-EMPMAST-STATUS = "10"
                   MOVE SPACES TO MASTER-IMAGE-RECORD
                   MOVE "T" TO MI-RECORD-TYPE
                   MOVE "EMPMAST" TO MI-TRL-FILE-ID
                   MOVE WS-IMAGE-DATE TO MI-TRL-IMAGE-DATE
                   MOVE WS-IMAGE-TIME TO MI-TRL-IMAGE-TIME
                   MOVE WS-EMP-IMAGE-COUNT TO MI-RECORD-COUNT
                   WRITE MASTER-IMAGE-RECORD
               ELSE
                   DISPLAY "** EMPMAST read stopped - status "
                       WS-EMPMAST-STATUS " - image left incomplete"
                   MOVE 2 TO WS-RUN-RC
               END-IF
               .

      * The same copy for DEPTMAST.
           COPY-DEPTMAST.
               OPEN INPUT DEPTMAST-FILE
               IF WS-DEPTMAST-STATUS = "35"
                   DISPLAY "** DEPTMAST not found - no department "
                       "image taken"
                   IF WS-RUN-RC < 1
                       MOVE 1 TO WS-RUN-RC
                   END-IF
               ELSE
                   MOVE SPACES TO MASTER-IMAGE-RECORD
                   MOVE "H" TO MI-RECORD-TYPE
                   MOVE "DEPTMAST" TO MI-HDR-FILE-ID
                   MOVE WS-IMAGE-DATE TO MI-HDR-IMAGE-DATE
                   MOVE WS-IMAGE-TIME TO MI-HDR-IMAGE-TIME
                   MOVE WS-EMPHIST-COUNT TO MI-HDR-EMPHIST-COUNT
                   WRITE MASTER-IMAGE-RECORD
                   PERFORM UNTIL WS-DEPTMAST-STATUS NOT = "00"
                       READ DEPTMAST-FILE NEXT
                           AT END
                               MOVE "10" TO WS-DEPTMAST-STATUS
                           NOT AT END
                               MOVE SPACES TO MASTER-IMAGE-RECORD
                               MOVE "D" TO MI-RECORD-TYPE
                               MOVE DEPARTMENT-RECORD
                                   TO MI-DETAIL-DATA
                               WRITE MASTER-IMAGE-RECORD
                               ADD 1 TO WS-DEPT-IMAGE-COUNT
                       END-READ
                   END-PERFORM
                   IF WS-DEPTMAST-STATUS = "10"
                       MOVE SPACES TO MASTER-IMAGE-RECORD
                       MOVE "T" TO MI-RECORD-TYPE
                       MOVE "DEPTMAST" TO MI-TRL-FILE-ID
                       MOVE WS-IMAGE-DATE TO MI-TRL-IMAGE-DATE
                       MOVE WS-IMAGE-TIME TO MI-TRL-IMAGE-TIME
                       MOVE WS-DEPT-IMAGE-COUNT TO MI-RECORD-COUNT
                       WRITE MASTER-IMAGE-RECORD
                   ELSE
                       DISPLAY "** DEPTMAST read stopped - status "
                           WS-DEPTMAST-STATUS
                           " - image left incomplete"
                       MOVE 2 TO WS-RUN-RC
                   END-IF
                   CLOSE DEPTMAST-FILE
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

      * Holds the step until the predecessors JOBDEP lists for it
      * have finished cleanly on the business date; PredChk says
      * on the console which one has not, or which one a
      * supervisor has bypassed on JOBBYP.
           CHECK-PREDECESSORS.
               MOVE "EMPIMG" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
