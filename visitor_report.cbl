       IDENTIFICATION DIVISION.
       PROGRAM-ID. VisRpt.

      * End-of-day visitor and contractor report: reads the VISITLOG
      * register Greet's sign-in and sign-out append to and writes a
      * page-headed report to VISRPT in three sections - visitors
      * and contractors still on site, with their host's department
      * and expected departure (the fire warden's evacuation roll),
      * badges not handed back by visitors who have left, and the
      * business day's visits per host department - followed by a
      * summary, the same shape HoldAge and AttRpt give their lists.
      * The latest record for each badge says where it is, so a
      * visit opened on an earlier day and never closed is still on
      * site here.  Ends with RETURN-CODE 1 when anyone is still on
      * site or any badge is still out, so the job stream's output
      * flags it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITLOG-FILE ASSIGN TO "VISITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VISITLOG-STATUS.

           SELECT VISRPT-FILE ASSIGN TO "VISRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VISITLOG-FILE.
       COPY VISITR.

       FD  VISRPT-FILE.
       01  VIS-REPORT-RECORD               PIC X(80).

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-VISITLOG-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-VISITLOG-EOF PIC X VALUE "N".

      * every badge seen on VISITLOG with its latest record: state
      * "O" while its holder is on site, "N" once they left without
      * handing it back, space when it is free again
       01 WS-BADGE-TABLE.
           05 WS-BADGE-COUNT PIC 9(4) VALUE 0.
           05 WS-BADGE-ENTRY OCCURS 1000 TIMES INDEXED BY BDG-IDX.
               10 WS-BDG-STATE             PIC X(01).
               10 WS-BDG-RECORD            PIC X(106).
       01 WS-BADGE-TABLE-FULL PIC X VALUE "N".
       01 WS-BADGE-FOUND PIC X VALUE "N".

      * the business day's arrivals per host department
       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 200 TIMES INDEXED BY DPT-IDX.
               10 WS-DPT-CODE              PIC X(03).
               10 WS-DPT-VISITORS          PIC 9(5).
               10 WS-DPT-CONTRACTORS       PIC 9(5).
       01 WS-DEPT-TABLE-FULL PIC X VALUE "N".
       01 WS-DEPT-FOUND PIC X VALUE "N".

      * the time this report is run as HHMM, against which a visitor
      * still on site past their expected departure is flagged
       01 WS-NOW-HHMM PIC X(04) VALUE SPACE.

       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-VISITS-TODAY PIC 9(7) VALUE 0.
       01 WS-ON-SITE-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-BADGE-OUT-COUNT PIC 9(7) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(22) VALUE SPACE.
           05 FILLER PIC X(32)
               VALUE "VISITORS AND CONTRACTORS ON SITE".
           05 FILLER PIC X(11) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(15) VALUE "BUSINESS DATE  ".
           05 HL2-BUSINESS-DATE PIC X(08).
           05 FILLER PIC X(12) VALUE "   RUN AT   ".
           05 HL2-NOW-HHMM PIC X(04).

       01 WS-HEADER-LINE-3.
           05 FILLER PIC X(77) VALUE ALL "-".

      * one visitor still on site: badge, who, visitor or
      * contractor, their company, the host's department, and when
      * they said they would leave - OVERDUE once that has passed
       01 WS-ON-SITE-LINE.
           05 OS-BADGE-NO                  PIC X(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-VISITOR-NAME              PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-VISITOR-TYPE              PIC X(01).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-COMPANY                   PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-HOST-DEPT                 PIC X(03).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-EXPECTED-OUT              PIC X(04).
           05 FILLER PIC X(1) VALUE SPACE.
           05 OS-FLAG                      PIC X(07).

      * one badge kept by a visitor who has left, and the day they
      * signed out with it
       01 WS-BADGE-OUT-LINE.
           05 BO-BADGE-NO                  PIC X(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BO-VISITOR-NAME              PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BO-COMPANY                   PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BO-HOST-DEPT                 PIC X(03).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BO-LEFT-DATE                 PIC X(08).

       01 WS-DEPT-LINE.
           05 FILLER PIC X(2) VALUE SPACE.
           05 DL-DEPT-CODE                 PIC X(03).
           05 FILLER PIC X(5) VALUE SPACE.
           05 FILLER PIC X(9) VALUE "VISITORS ".
           05 DL-VISITORS                  PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACE.
           05 FILLER PIC X(12) VALUE "CONTRACTORS ".
           05 DL-CONTRACTORS               PIC ZZZZ9.

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZ9.

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

      * work fields for stamping the RUNHIST outcome record
       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

       PROCEDURE DIVISION.
           PERFORM READ-BUSINESS-DATE
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-RUN-HISTORY
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:4) TO WS-NOW-HHMM
           PERFORM LOAD-VISITOR-LOG
           PERFORM OPEN-VISRPT
           PERFORM PRINT-ON-SITE
           PERFORM PRINT-BADGES-OUT
           PERFORM PRINT-DEPT-VISITS
           PERFORM PRINT-VISIT-SUMMARY
           CLOSE VISRPT-FILE
           DISPLAY "Visits today: " WS-VISITS-TODAY
               " still on site: " WS-ON-SITE-COUNT
               " badges out: " WS-BADGE-OUT-COUNT
           IF WS-ON-SITE-COUNT > 0 OR WS-BADGE-OUT-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-HISTORY
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: register records read in, the
      * day's visits out, and those still on site or holding a
      * badge as the rejects.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "VISRPT" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-RECORD-COUNT TO RH-IN-COUNT
               MOVE WS-VISITS-TODAY TO RH-OUT-COUNT
               COMPUTE RH-REJECT-COUNT =
                   WS-ON-SITE-COUNT + WS-BADGE-OUT-COUNT
               MOVE RETURN-CODE TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Passes VISITLOG once in append order, leaving each badge's
      * latest record in the badge table and counting the business
      * day's arrivals per host department.  A missing VISITLOG
      * means no visitor has ever signed in.
           LOAD-VISITOR-LOG.
               OPEN INPUT VISITLOG-FILE
               IF WS-VISITLOG-STATUS = "35"
                   DISPLAY "VISITLOG not found - no visitors"
                   MOVE "Y" TO WS-VISITLOG-EOF
               END-IF
               PERFORM UNTIL WS-VISITLOG-EOF = "Y"
                   READ VISITLOG-FILE
                       AT END
                           MOVE "Y" TO WS-VISITLOG-EOF
                       NOT AT END
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM NOTE-BADGE-RECORD
                           IF VL-RECORD-TYPE = "I"
                                   AND VL-LOG-DATE = WS-BUSINESS-DATE
                               PERFORM COUNT-DEPT-VISIT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-VISITLOG-STATUS NOT = "35"
                   CLOSE VISITLOG-FILE
               END-IF
               .

      * Files the record against its badge, adding the badge the
      * first time it is seen; the state follows the record type
      * the way Greet's sign-out judges it.
           NOTE-BADGE-RECORD.
               MOVE "N" TO WS-BADGE-FOUND
               PERFORM VARYING BDG-IDX FROM 1 BY 1
                       UNTIL BDG-IDX > WS-BADGE-COUNT
                       OR WS-BADGE-FOUND = "Y"
                   IF WS-BDG-RECORD(BDG-IDX)(2:6) = VL-BADGE-NO
                       MOVE "Y" TO WS-BADGE-FOUND
                   END-IF
               END-PERFORM
               IF WS-BADGE-FOUND = "Y"
                   SET BDG-IDX DOWN BY 1
               ELSE
                   IF WS-BADGE-COUNT >= 1000
                       IF WS-BADGE-TABLE-FULL = "N"
                           DISPLAY "** BADGE TABLE FULL - badges "
                               "past 1000 are left off the report"
                           MOVE "Y" TO WS-BADGE-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-BADGE-COUNT
                       SET BDG-IDX TO WS-BADGE-COUNT
                       MOVE "Y" TO WS-BADGE-FOUND
                   END-IF
               END-IF
               IF WS-BADGE-FOUND = "Y"
                   MOVE VISITOR-LOG-RECORD TO WS-BDG-RECORD(BDG-IDX)
                   EVALUATE TRUE
                       WHEN VL-RECORD-TYPE = "I"
                           MOVE "O" TO WS-BDG-STATE(BDG-IDX)
                       WHEN VL-RECORD-TYPE = "O"
                               AND VL-BADGE-RETURNED = "N"
                           MOVE "N" TO WS-BDG-STATE(BDG-IDX)
                       WHEN OTHER
                           MOVE SPACE TO WS-BDG-STATE(BDG-IDX)
                   END-EVALUATE
               END-IF
               .

           COUNT-DEPT-VISIT.
               ADD 1 TO WS-VISITS-TODAY
               MOVE "N" TO WS-DEPT-FOUND
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DEPT-COUNT
                       OR WS-DEPT-FOUND = "Y"
                   IF WS-DPT-CODE(DPT-IDX) = VL-HOST-DEPT
                       MOVE "Y" TO WS-DEPT-FOUND
                   END-IF
               END-PERFORM
               IF WS-DEPT-FOUND = "Y"
                   SET DPT-IDX DOWN BY 1
               ELSE
                   IF WS-DEPT-COUNT >= 200
                       IF WS-DEPT-TABLE-FULL = "N"
                           DISPLAY "** DEPARTMENT TABLE FULL - "
                               "departments past 200 are left off "
                               "the report"
                           MOVE "Y" TO WS-DEPT-TABLE-FULL
                       END-IF
                   ELSE
                       ADD 1 TO WS-DEPT-COUNT
                       SET DPT-IDX TO WS-DEPT-COUNT
                       MOVE VL-HOST-DEPT TO WS-DPT-CODE(DPT-IDX)
                       MOVE 0 TO WS-DPT-VISITORS(DPT-IDX)
                       MOVE 0 TO WS-DPT-CONTRACTORS(DPT-IDX)
                       MOVE "Y" TO WS-DEPT-FOUND
                   END-IF
               END-IF
               IF WS-DEPT-FOUND = "Y"
                   IF VL-VISITOR-TYPE = "C"
                       ADD 1 TO WS-DPT-CONTRACTORS(DPT-IDX)
                   ELSE
                       ADD 1 TO WS-DPT-VISITORS(DPT-IDX)
                   END-IF
               END-IF
               .

      * The evacuation roll: every badge whose holder is still on
      * site, flagged OVERDUE when they arrived on an earlier day or
      * their expected departure has passed.
           PRINT-ON-SITE.
               PERFORM PRINT-HEADER
               MOVE "STILL ON SITE (EVACUATION ROLL)" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING BDG-IDX FROM 1 BY 1
                       UNTIL BDG-IDX > WS-BADGE-COUNT
                   IF WS-BDG-STATE(BDG-IDX) = "O"
                       MOVE WS-BDG-RECORD(BDG-IDX)
                           TO VISITOR-LOG-RECORD
                       PERFORM WRITE-ON-SITE-LINE
                   END-IF
               END-PERFORM
               IF WS-ON-SITE-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           WRITE-ON-SITE-LINE.
               ADD 1 TO WS-ON-SITE-COUNT
               MOVE VL-BADGE-NO TO OS-BADGE-NO
               MOVE VL-VISITOR-NAME TO OS-VISITOR-NAME
               MOVE VL-VISITOR-TYPE TO OS-VISITOR-TYPE
               MOVE VL-COMPANY TO OS-COMPANY
               MOVE VL-HOST-DEPT TO OS-HOST-DEPT
               MOVE VL-EXPECTED-OUT TO OS-EXPECTED-OUT
               MOVE SPACES TO OS-FLAG
               IF VL-LOG-DATE < WS-BUSINESS-DATE
                       OR VL-EXPECTED-OUT < WS-NOW-HHMM
                   MOVE "OVERDUE" TO OS-FLAG
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
               MOVE WS-ON-SITE-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

      * Badges kept by visitors who have since signed out.
           PRINT-BADGES-OUT.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "BADGES NOT RETURNED (SIGNED OUT)"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING BDG-IDX FROM 1 BY 1
                       UNTIL BDG-IDX > WS-BADGE-COUNT
                   IF WS-BDG-STATE(BDG-IDX) = "N"
                       MOVE WS-BDG-RECORD(BDG-IDX)
                           TO VISITOR-LOG-RECORD
                       ADD 1 TO WS-BADGE-OUT-COUNT
                       MOVE VL-BADGE-NO TO BO-BADGE-NO
                       MOVE VL-VISITOR-NAME TO BO-VISITOR-NAME
                       MOVE VL-COMPANY TO BO-COMPANY
                       MOVE VL-HOST-DEPT TO BO-HOST-DEPT
                       MOVE VL-LOG-DATE TO BO-LEFT-DATE
                       MOVE WS-BADGE-OUT-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-BADGE-OUT-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * The business day's arrivals per host department, visitors
      * and contractors counted apart.
           PRINT-DEPT-VISITS.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "VISITS TODAY BY HOST DEPARTMENT" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING DPT-IDX FROM 1 BY 1
                       UNTIL DPT-IDX > WS-DEPT-COUNT
                   MOVE WS-DPT-CODE(DPT-IDX) TO DL-DEPT-CODE
                   MOVE WS-DPT-VISITORS(DPT-IDX) TO DL-VISITORS
                   MOVE WS-DPT-CONTRACTORS(DPT-IDX) TO DL-CONTRACTORS
                   MOVE WS-DEPT-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM
               IF WS-DEPT-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

      * Appends the summary as the last section of the report.
           PRINT-VISIT-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "VISITS TODAY" TO SM-LABEL
               MOVE WS-VISITS-TODAY TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "STILL ON SITE" TO SM-LABEL
               MOVE WS-ON-SITE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "PAST EXPECTED DEPARTURE" TO SM-LABEL
               MOVE WS-OVERDUE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE "BADGES NOT RETURNED" TO SM-LABEL
               MOVE WS-BADGE-OUT-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               .

           OPEN-VISRPT.
               OPEN OUTPUT VISRPT-FILE
               MOVE WS-BUSINESS-DATE TO HL2-BUSINESS-DATE
               MOVE WS-NOW-HHMM TO HL2-NOW-HHMM
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO VIS-REPORT-RECORD
               WRITE VIS-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, business date
      * and run time, and a rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO VIS-REPORT-RECORD
                   WRITE VIS-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO VIS-REPORT-RECORD
               WRITE VIS-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO VIS-REPORT-RECORD
               WRITE VIS-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO VIS-REPORT-RECORD
               WRITE VIS-REPORT-RECORD
               MOVE 0 TO WS-LINE-COUNT
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
               MOVE "VISRPT" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
