       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmpRcvr.

      * EMPMAST forward recovery: puts the employee master back the
      * way it was at a chosen point when it has been lost, or when
      * a bad HR feed has been applied to it by EmpBatch.  The
      * recovery point (business date and time) and, optionally,
      * the image to start from come in on SYSIN; with no image
      * date the latest complete EmpImg image taken at or before
      * the point is used.  The image is loaded into EMPRBLD, a
      * new indexed master laid out and keyed exactly like EMPMAST,
      * then the EMPHIST change records written after the image
      * was taken are re-applied in the order they were appended,
      * up to the first one stamped after the recovery point.
      * Before each change is applied its before image is checked
      * against the record being rebuilt, and any disagreement - a
      * before image that differs, an add of a record already
      * there, a change to one that is not - is listed on RCVRPT;
      * the after image is applied regardless, as it is what the
      * master held once that change was made.  DEPTMAST has no
      * change history, so DEPTRBLD is rebuilt from the department
      * image of the same EmpImg run as it stands.  RCVRPT then
      * compares both rebuilt files record by record with the live
      * masters.  Nothing here touches EMPMAST or DEPTMAST: a
      * supervisor reads RCVRPT and decides whether the rebuilt
      * files are swapped in.  RC 1 means there were history
      * mismatches to review; RC 2 is a bad recovery point or
      * image date on SYSIN, or no complete image to start from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTIMG-FILE ASSIGN TO "MASTIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTIMG-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPHIST-STATUS.

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

           SELECT EMPRBLD-FILE ASSIGN TO "EMPRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-EMP-ID
               ALTERNATE RECORD KEY IS RB-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPRBLD-STATUS.

           SELECT DEPTRBLD-FILE ASSIGN TO "DEPTRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-DEPT-CODE
               FILE STATUS IS WS-DEPTRBLD-STATUS.

           SELECT RCVRPT-FILE ASSIGN TO "RCVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTIMG-FILE.
       COPY MASTIMGR.

       FD  EMPHIST-FILE.
       COPY EMPHISTR.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  DEPTMAST-FILE.
       COPY DEPTREC.

      * the rebuilt masters: an EMPLOYEE-RECORD and a
      * DEPARTMENT-RECORD, with only the key fields named here so
      * the files are keyed as the live ones are
       FD  EMPRBLD-FILE.
       01  EMP-REBUILT-RECORD.
           05  RB-EMP-ID                  PIC 9(06).
           05  RB-EMP-NAME                PIC X(30).
           05  FILLER                     PIC X(26).

       FD  DEPTRBLD-FILE.
       01  DEPT-REBUILT-RECORD.
           05  RB-DEPT-CODE               PIC X(03).
           05  FILLER                     PIC X(76).

       FD  RCVRPT-FILE.
       01  RECOVERY-REPORT-RECORD         PIC X(80).

       FD  RUNHIST-FILE.
       COPY RUNLOGR.

       FD  BUSDATE-FILE.
       COPY BUSDTR.

       WORKING-STORAGE SECTION.
       01 WS-MASTIMG-STATUS PIC X(2) VALUE "00".
       01 WS-EMPHIST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-EMPRBLD-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTRBLD-STATUS PIC X(2) VALUE "00".
       01 WS-RUNHIST-STATUS PIC X(2) VALUE "00".
       01 WS-MASTIMG-EOF PIC X VALUE "N".
       01 WS-EMPHIST-EOF PIC X VALUE "N".
       01 WS-EMPMAST-OPENED PIC X VALUE "Y".
       01 WS-DEPTMAST-OPENED PIC X VALUE "Y".
       01 WS-RUN-RC PIC 9(4) VALUE 0.

      * the recovery point and image date from SYSIN; the point
      * and every stamp judged against it are business date plus
      * HHMMSS, so they compare as one string
       01 WS-POINT-DATE PIC X(08) VALUE SPACE.
       01 WS-POINT-TIME-X PIC X(06) VALUE SPACE.
       01 WS-POINT-TIME-NUM REDEFINES WS-POINT-TIME-X.
           05 WS-POINT-HH              PIC 9(02).
           05 WS-POINT-MM              PIC 9(02).
           05 WS-POINT-SS              PIC 9(02).
       01 WS-IMAGE-WANTED PIC X(08) VALUE SPACE.
       01 WS-REQUEST-VALID PIC X VALUE "N".
       01 WS-POINT-STAMP.
           05 WS-PS-DATE               PIC X(08).
           05 WS-PS-TIME               PIC X(06).
       01 WS-RECORD-STAMP.
           05 WS-RS-DATE               PIC X(08).
           05 WS-RS-TIME               PIC X(06).

      * image selection: every header on MASTIMG is numbered in
      * file order; the image being read is the candidate, and the
      * one chosen is the last complete EMPMAST image that suits,
      * with the DEPTMAST image carrying the same stamp
       01 WS-IMAGE-SEQ PIC 9(5) VALUE 0.
       01 WS-CAND-SEQ PIC 9(5) VALUE 0.
       01 WS-CAND-FILE-ID PIC X(08) VALUE SPACE.
       01 WS-CAND-DATE PIC X(08) VALUE SPACE.
       01 WS-CAND-TIME PIC X(08) VALUE SPACE.
       01 WS-CAND-HIST-COUNT PIC 9(9) VALUE 0.
       01 WS-CAND-DATA-COUNT PIC 9(9) VALUE 0.
       01 WS-CAND-OPEN PIC X VALUE "N".
       01 WS-CHOSEN-SEQ PIC 9(5) VALUE 0.
       01 WS-CHOSEN-DATE PIC X(08) VALUE SPACE.
       01 WS-CHOSEN-TIME PIC X(08) VALUE SPACE.
       01 WS-CHOSEN-HIST-COUNT PIC 9(9) VALUE 0.
       01 WS-DEPT-IMAGE-SEQ PIC 9(5) VALUE 0.
       01 WS-LOADING PIC X VALUE "N".

      * the rebuilt employee being worked on and the record it is
      * checked against (a before image from EMPHIST, or the live
      * EMPMAST record), both in EMPLOYEE-RECORD order
       01 WS-RB-RECORD.
           05 WS-RB-EMP-ID             PIC 9(06).
           05 WS-RB-FIELDS.
               10 WS-RB-MAIN.
                   15 WS-RB-NAME       PIC X(30).
                   15 WS-RB-DOB        PIC X(08).
                   15 WS-RB-STATUS     PIC X(01).
                   15 WS-RB-TERM-DATE  PIC X(08).
                   15 WS-RB-DEPT       PIC X(03).
               10 WS-RB-REPORTS-TO     PIC X(06).
       01 WS-CMP-RECORD.
           05 WS-CMP-EMP-ID            PIC 9(06).
           05 WS-CMP-FIELDS.
               10 WS-CMP-MAIN.
                   15 WS-CMP-NAME      PIC X(30).
                   15 WS-CMP-DOB       PIC X(08).
                   15 WS-CMP-STATUS    PIC X(01).
                   15 WS-CMP-TERM-DATE PIC X(08).
                   15 WS-CMP-DEPT      PIC X(03).
               10 WS-CMP-REPORTS-TO    PIC X(06).
       01 WS-RB-FOUND PIC X VALUE "N".

      * the same pair for a department
       01 WS-RB-DEPT-RECORD.
           05 WS-RB-DEPT-CODE          PIC X(03).
           05 WS-RB-DEPT-NAME          PIC X(20).
           05 WS-RB-DEPT-MANAGER       PIC X(30).
           05 WS-RB-DEPT-MGR-ID        PIC X(06).
           05 WS-RB-DEPT-AUTH-COUNT    PIC 9(04).
           05 WS-RB-DEPT-AUTH-EFF-DATE PIC X(08).
           05 WS-RB-DEPT-AUTH-BY       PIC X(08).
       01 WS-CMP-DEPT-RECORD.
           05 WS-CMP-DEPT-CODE         PIC X(03).
           05 WS-CMP-DEPT-NAME         PIC X(20).
           05 WS-CMP-DEPT-MANAGER      PIC X(30).
           05 WS-CMP-DEPT-MGR-ID       PIC X(06).
           05 WS-CMP-DEPT-AUTH-COUNT   PIC 9(04).
           05 WS-CMP-DEPT-AUTH-EFF-DATE
                                       PIC X(08).
           05 WS-CMP-DEPT-AUTH-BY      PIC X(08).

      * which fields of a pair differ, as short tags
       01 WS-DIFF-LIST PIC X(41) VALUE SPACE.
       01 WS-DIFF-PTR PIC 9(2) VALUE 1.

      * match keys for the rebuilt/live compares, pushed past any
      * real key at end of file
       01 WS-RB-KEY PIC 9(7) VALUE 0.
       01 WS-LV-KEY PIC 9(7) VALUE 0.
       01 WS-RB-DEPT-KEY PIC X(03) VALUE SPACE.
       01 WS-LV-DEPT-KEY PIC X(03) VALUE SPACE.

       01 WS-EMP-IMAGE-COUNT PIC 9(9) VALUE 0.
       01 WS-DEPT-IMAGE-COUNT PIC 9(9) VALUE 0.
       01 WS-HIST-READ PIC 9(9) VALUE 0.
       01 WS-HIST-APPLIED PIC 9(9) VALUE 0.
       01 WS-HIST-AFTER PIC 9(9) VALUE 0.
       01 WS-PAST-POINT PIC X VALUE "N".
       01 WS-MISMATCH-COUNT PIC 9(9) VALUE 0.
       01 WS-RB-EMP-TOTAL PIC 9(9) VALUE 0.
       01 WS-EMP-DIFF-COUNT PIC 9(9) VALUE 0.
       01 WS-DEPT-DIFF-COUNT PIC 9(9) VALUE 0.

      * calendar judgment of a keyed date: month 01-12, day valid
      * for the month, leap years honored
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.
       01 WS-POINT-DATE-VALID PIC X VALUE "N".
       01 WS-IMAGE-DATE-VALID PIC X VALUE "N".
       01 WS-POINT-TIME-VALID PIC X VALUE "N".

      * the business day this run stamps and selects by, read once
      * from the BUSDATE control record at start-up
       01 WS-BUSDATE-STATUS PIC X(2) VALUE "00".
       01 WS-BUSINESS-DATE PIC X(08) VALUE SPACE.

      * the start-up predecessor check handed to PredChk
       COPY PREDCKR.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CURRENT-DATE          PIC X(08).
           05 WS-CURRENT-TIME          PIC X(08).

      * one history mismatch: the EMPHIST record and what did not
      * agree with the record being rebuilt
       01 WS-MISMATCH-LINE.
           05 ML-EMP-ID                    PIC X(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-ACTION                    PIC X(01).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-CHANGE-DATE               PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-CHANGE-TIME               PIC X(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-CHANGED-BY                PIC X(08).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ML-REASON                    PIC X(46).

      * one rebuilt/live difference
       01 WS-COMPARE-LINE.
           05 CM-KEY                       PIC X(06).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CM-NAME                      PIC X(30).
           05 FILLER PIC X(2) VALUE SPACE.
           05 CM-REASON                    PIC X(40).
      * a department's name is shorter, leaving its reason room
      * for every field tag
       01 WS-DEPT-COMPARE-LINE REDEFINES WS-COMPARE-LINE.
           05 CD-KEY                       PIC X(06).
           05 FILLER                       PIC X(02).
           05 CD-NAME                      PIC X(20).
           05 FILLER                       PIC X(02).
           05 CD-REASON                    PIC X(50).

       01 WS-SUMMARY-LINE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(3) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY "EMPMAST forward recovery"
           PERFORM READ-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           PERFORM CHECK-PREDECESSORS
           IF PK-RESULT = "R"
               MOVE 4 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GET-RECOVERY-POINT
           IF WS-REQUEST-VALID NOT = "Y"
               MOVE 2 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHOOSE-IMAGE
           IF WS-CHOSEN-SEQ = 0
               DISPLAY "** No complete EMPMAST image taken at or "
                   "before the recovery point"
               IF WS-IMAGE-WANTED NOT = SPACES
                   DISPLAY "   on image date " WS-IMAGE-WANTED
               END-IF
               DISPLAY "   Recovery refused"
               MOVE 2 TO WS-RUN-RC
               PERFORM WRITE-RUN-HISTORY
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Starting from the image of " WS-CHOSEN-DATE " "
               WS-CHOSEN-TIME
           OPEN OUTPUT RCVRPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-CHOSEN-IMAGE
           PERFORM REAPPLY-EMPHIST
           PERFORM COMPARE-EMPMAST
           PERFORM COMPARE-DEPTMAST
           PERFORM WRITE-RECOVERY-SUMMARY
           CLOSE RCVRPT-FILE
           DISPLAY "Changes re-applied: " WS-HIST-APPLIED
               " mismatches: " WS-MISMATCH-COUNT
           DISPLAY "Rebuilt EMPMAST records: " WS-RB-EMP-TOTAL
               " differing from live: " WS-EMP-DIFF-COUNT
           IF WS-MISMATCH-COUNT > 0
               MOVE 1 TO WS-RUN-RC
           END-IF
           PERFORM WRITE-RUN-HISTORY
           MOVE WS-RUN-RC TO RETURN-CODE
           STOP RUN.

      * Appends this run's standard outcome record to the shared
      * RUNHIST run-history file: EMPHIST changes re-applied in,
      * rebuilt EMPMAST records out, history mismatches rejected.
           WRITE-RUN-HISTORY.
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
               ACCEPT WS-CURRENT-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = "35"
                   OPEN OUTPUT RUNHIST-FILE
                   CLOSE RUNHIST-FILE
                   OPEN EXTEND RUNHIST-FILE
               END-IF
               MOVE "EMPRCVR" TO RH-PROGRAM-ID
               MOVE WS-CURRENT-DATE TO RH-RUN-DATE
               MOVE WS-CURRENT-TIME TO RH-RUN-TIME
               MOVE WS-HIST-APPLIED TO RH-IN-COUNT
               MOVE WS-RB-EMP-TOTAL TO RH-OUT-COUNT
               MOVE WS-MISMATCH-COUNT TO RH-REJECT-COUNT
               MOVE WS-RUN-RC TO RH-RETURN-CODE
               WRITE RUN-HISTORY-RECORD
               CLOSE RUNHIST-FILE
               .

      * Accepts the recovery point and the image date.  The point
      * date must be a real calendar date; its time is HHMMSS, and
      * blank means the end of that day.  The image date is blank
      * (the latest suitable image) or a real calendar date.
           GET-RECOVERY-POINT.
               MOVE "N" TO WS-REQUEST-VALID
               DISPLAY "Recovery point date (YYYYMMDD): "
               ACCEPT WS-POINT-DATE
               DISPLAY "Recovery point time (HHMMSS, blank for the "
                   "end of the day): "
               ACCEPT WS-POINT-TIME-X
               DISPLAY "Image date to start from (YYYYMMDD, blank "
                   "for the latest before the point): "
               ACCEPT WS-IMAGE-WANTED
               MOVE WS-POINT-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               MOVE WS-DATE-VALID TO WS-POINT-DATE-VALID
               IF WS-POINT-TIME-X = SPACES
                   MOVE "235959" TO WS-POINT-TIME-X
               END-IF
               MOVE "N" TO WS-POINT-TIME-VALID
               IF WS-POINT-TIME-X IS NUMERIC
                   IF WS-POINT-HH < 24 AND WS-POINT-MM < 60
                           AND WS-POINT-SS < 60
                       MOVE "Y" TO WS-POINT-TIME-VALID
                   END-IF
               END-IF
               MOVE "Y" TO WS-IMAGE-DATE-VALID
               IF WS-IMAGE-WANTED NOT = SPACES
                   MOVE WS-IMAGE-WANTED TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   MOVE WS-DATE-VALID TO WS-IMAGE-DATE-VALID
               END-IF
               EVALUATE TRUE
                   WHEN WS-POINT-DATE-VALID NOT = "Y"
                       DISPLAY "** Invalid recovery point date "
                           WS-POINT-DATE " - recovery refused"
                   WHEN WS-POINT-TIME-VALID NOT = "Y"
                       DISPLAY "** Invalid recovery point time "
                           WS-POINT-TIME-X " - recovery refused"
                   WHEN WS-IMAGE-DATE-VALID NOT = "Y"
                       DISPLAY "** Invalid image date "
                           WS-IMAGE-WANTED " - recovery refused"
                   WHEN OTHER
                       MOVE "Y" TO WS-REQUEST-VALID
                       MOVE WS-POINT-DATE TO WS-PS-DATE
                       MOVE WS-POINT-TIME-X TO WS-PS-TIME
                       DISPLAY "Recovering EMPMAST to " WS-PS-DATE
                           " " WS-PS-TIME
               END-EVALUATE
               .

      * First pass over MASTIMG: finds the last complete EMPMAST
      * image (trailer present, count agreeing) taken at or before
      * the recovery point - on the keyed image date if one was
      * given - and the complete DEPTMAST image from the same run.
      * A MASTIMG that has never been created leaves nothing
      * chosen.
           CHOOSE-IMAGE.
               MOVE 0 TO WS-IMAGE-SEQ
               MOVE 0 TO WS-CHOSEN-SEQ
               MOVE 0 TO WS-DEPT-IMAGE-SEQ
               MOVE "N" TO WS-MASTIMG-EOF
               OPEN INPUT MASTIMG-FILE
               IF WS-MASTIMG-STATUS = "35"
                   DISPLAY "MASTIMG not found - no image has been "
                       "taken"
                   MOVE "Y" TO WS-MASTIMG-EOF
               END-IF
               PERFORM UNTIL WS-MASTIMG-EOF = "Y"
                   READ MASTIMG-FILE
                       AT END
                           MOVE "Y" TO WS-MASTIMG-EOF
                       NOT AT END
                           PERFORM JUDGE-IMAGE-RECORD
                   END-READ
               END-PERFORM
               IF WS-MASTIMG-STATUS NOT = "35"
                   CLOSE MASTIMG-FILE
               END-IF
               .

           JUDGE-IMAGE-RECORD.
               EVALUATE MI-RECORD-TYPE
                   WHEN "H"
                       ADD 1 TO WS-IMAGE-SEQ
                       MOVE WS-IMAGE-SEQ TO WS-CAND-SEQ
                       MOVE MI-HDR-FILE-ID TO WS-CAND-FILE-ID
                       MOVE MI-HDR-IMAGE-DATE TO WS-CAND-DATE
                       MOVE MI-HDR-IMAGE-TIME TO WS-CAND-TIME
                       MOVE MI-HDR-EMPHIST-COUNT
                           TO WS-CAND-HIST-COUNT
                       MOVE 0 TO WS-CAND-DATA-COUNT
                       MOVE "Y" TO WS-CAND-OPEN
                   WHEN "D"
                       ADD 1 TO WS-CAND-DATA-COUNT
                   WHEN "T"
                       IF WS-CAND-OPEN = "Y"
                               AND MI-TRL-FILE-ID = WS-CAND-FILE-ID
                               AND MI-TRL-IMAGE-DATE = WS-CAND-DATE
                               AND MI-TRL-IMAGE-TIME = WS-CAND-TIME
                               AND MI-RECORD-COUNT =
                                   WS-CAND-DATA-COUNT
                           PERFORM CONSIDER-COMPLETE-IMAGE
                       END-IF
                       MOVE "N" TO WS-CAND-OPEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

      * A complete image has just closed.  An EMPMAST image that
      * suits replaces any chosen before it (and the department
      * image paired with that one); a DEPTMAST image pairs with
      * the EMPMAST image chosen if it carries the same stamp.
           CONSIDER-COMPLETE-IMAGE.
               MOVE WS-CAND-DATE TO WS-RS-DATE
               MOVE WS-CAND-TIME(1:6) TO WS-RS-TIME
               EVALUATE TRUE
                   WHEN WS-CAND-FILE-ID = "EMPMAST"
                       IF WS-RECORD-STAMP NOT > WS-POINT-STAMP
                               AND (WS-IMAGE-WANTED = SPACES
                               OR WS-IMAGE-WANTED = WS-CAND-DATE)
                           MOVE WS-CAND-SEQ TO WS-CHOSEN-SEQ
                           MOVE WS-CAND-DATE TO WS-CHOSEN-DATE
                           MOVE WS-CAND-TIME TO WS-CHOSEN-TIME
                           MOVE WS-CAND-HIST-COUNT
                               TO WS-CHOSEN-HIST-COUNT
                           MOVE 0 TO WS-DEPT-IMAGE-SEQ
                       END-IF
                   WHEN WS-CAND-FILE-ID = "DEPTMAST"
                       IF WS-CHOSEN-SEQ > 0
                               AND WS-CAND-DATE = WS-CHOSEN-DATE
                               AND WS-CAND-TIME = WS-CHOSEN-TIME
                           MOVE WS-CAND-SEQ TO WS-DEPT-IMAGE-SEQ
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               .

           WRITE-REPORT-HEADING.
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               STRING "EMPMAST FORWARD RECOVERY - " WS-CURRENT-DATE
                   " " WS-CURRENT-TIME DELIMITED BY SIZE
                   INTO RECOVERY-REPORT-RECORD
               END-STRING
               WRITE RECOVERY-REPORT-RECORD
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               STRING "STARTED FROM THE IMAGE OF " WS-CHOSEN-DATE
                   " " WS-CHOSEN-TIME(1:6)
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
               END-STRING
               WRITE RECOVERY-REPORT-RECORD
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               STRING "RECOVERED TO " WS-PS-DATE " " WS-PS-TIME
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-RECORD
               END-STRING
               WRITE RECOVERY-REPORT-RECORD
               .

      * Second pass over MASTIMG: loads the chosen EMPMAST image
      * into EMPRBLD and its DEPTMAST partner, if there is one,
      * into DEPTRBLD.  With no department image DEPTRBLD is not
      * written at all, rather than left as an empty master that
      * could be swapped in by mistake.
           LOAD-CHOSEN-IMAGE.
               MOVE 0 TO WS-IMAGE-SEQ
               MOVE "N" TO WS-LOADING
               MOVE "N" TO WS-MASTIMG-EOF
               OPEN OUTPUT EMPRBLD-FILE
               IF WS-DEPT-IMAGE-SEQ > 0
                   OPEN OUTPUT DEPTRBLD-FILE
               END-IF
               OPEN INPUT MASTIMG-FILE
               PERFORM UNTIL WS-MASTIMG-EOF = "Y"
                   READ MASTIMG-FILE
                       AT END
                           MOVE "Y" TO WS-MASTIMG-EOF
                       NOT AT END
                           PERFORM LOAD-IMAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MASTIMG-FILE
               CLOSE EMPRBLD-FILE
               IF WS-DEPT-IMAGE-SEQ > 0
                   CLOSE DEPTRBLD-FILE
               END-IF
               .

      * WS-LOADING is "E" inside the chosen EMPMAST image, "D"
      * inside its DEPTMAST partner, "N" anywhere else.
           LOAD-IMAGE-RECORD.
               EVALUATE MI-RECORD-TYPE
                   WHEN "H"
                       ADD 1 TO WS-IMAGE-SEQ
                       EVALUATE TRUE
                           WHEN WS-IMAGE-SEQ = WS-CHOSEN-SEQ
                               MOVE "E" TO WS-LOADING
                           WHEN WS-IMAGE-SEQ = WS-DEPT-IMAGE-SEQ
                               MOVE "D" TO WS-LOADING
                           WHEN OTHER
                               MOVE "N" TO WS-LOADING
                       END-EVALUATE
                   WHEN "D"
                       IF WS-LOADING = "E"
                           MOVE MI-DETAIL-DATA TO EMP-REBUILT-RECORD
                           WRITE EMP-REBUILT-RECORD
                               INVALID KEY
                                   DISPLAY "** Duplicate EMPMAST key "
                                       RB-EMP-ID " in the image"
                               NOT INVALID KEY
                                   ADD 1 TO WS-EMP-IMAGE-COUNT
                           END-WRITE
                       END-IF
                       IF WS-LOADING = "D"
                           MOVE MI-DETAIL-DATA
                               TO DEPT-REBUILT-RECORD
                           WRITE DEPT-REBUILT-RECORD
                               INVALID KEY
                                   DISPLAY "** Duplicate DEPTMAST "
                                       "key " RB-DEPT-CODE
                                       " in the image"
                               NOT INVALID KEY
                                   ADD 1 TO WS-DEPT-IMAGE-COUNT
                           END-WRITE
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-LOADING
               END-EVALUATE
               .

      * Re-applies EMPHIST to EMPRBLD: the records already counted
      * into the image are passed over, then each change is applied
      * in append order until the first one stamped after the
      * recovery point - append order is the order the changes
      * were made, so everything from there on is left out and
      * only counted.  An EMPHIST shorter than when the image was
      * taken has lost history the image relied on, and says so.
           REAPPLY-EMPHIST.
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               MOVE "HISTORY MISMATCHES" TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               MOVE 0 TO WS-HIST-READ
               MOVE "N" TO WS-PAST-POINT
               MOVE "N" TO WS-EMPHIST-EOF
               OPEN I-O EMPRBLD-FILE
               OPEN INPUT EMPHIST-FILE
               IF WS-EMPHIST-STATUS = "35"
                   DISPLAY "EMPHIST not found - no changes to "
                       "re-apply"
                   MOVE "Y" TO WS-EMPHIST-EOF
               END-IF
               PERFORM UNTIL WS-EMPHIST-EOF = "Y"
                   READ EMPHIST-FILE
                       AT END
                           MOVE "Y" TO WS-EMPHIST-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           IF WS-HIST-READ > WS-CHOSEN-HIST-COUNT
                               PERFORM REPLAY-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPHIST-STATUS NOT = "35"
                   CLOSE EMPHIST-FILE
               END-IF
               CLOSE EMPRBLD-FILE
               IF WS-HIST-READ < WS-CHOSEN-HIST-COUNT
                   MOVE SPACES TO WS-MISMATCH-LINE
                   MOVE "EMPHIST IS SHORTER THAN WHEN IMAGE TAKEN"
                       TO ML-REASON
                   PERFORM WRITE-MISMATCH-LINE
               END-IF
               IF WS-MISMATCH-COUNT = 0
                   MOVE "  NONE" TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
               END-IF
               .

           REPLAY-HISTORY-RECORD.
               MOVE CH-CHANGE-DATE TO WS-RS-DATE
               MOVE CH-CHANGE-TIME(1:6) TO WS-RS-TIME
               IF WS-PAST-POINT = "N"
                       AND WS-RECORD-STAMP > WS-POINT-STAMP
                   MOVE "Y" TO WS-PAST-POINT
               END-IF
               IF WS-PAST-POINT = "Y"
                   ADD 1 TO WS-HIST-AFTER
               ELSE
                   PERFORM APPLY-HISTORY-RECORD
               END-IF
               .

      * One change: the rebuilt record is read, the before image
      * checked against it, and the after image stored - a sweep
      * deletes the record instead.  A rehire normally finds no
      * record, the terminated one having been swept; if it is
      * still there its before image is checked like any other.
           APPLY-HISTORY-RECORD.
               ADD 1 TO WS-HIST-APPLIED
               MOVE CH-EMP-ID TO RB-EMP-ID
               READ EMPRBLD-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RB-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RB-FOUND
                       MOVE EMP-REBUILT-RECORD TO WS-RB-RECORD
               END-READ
               MOVE CH-EMP-ID TO WS-CMP-EMP-ID
               MOVE CH-OLD-IMAGE TO WS-CMP-MAIN
               MOVE CH-OLD-REPORTS-TO TO WS-CMP-REPORTS-TO
               EVALUATE TRUE
                   WHEN CH-ACTION = "A"
                       IF WS-RB-FOUND = "Y"
                           MOVE "ADD OF A RECORD ALREADY ON FILE"
                               TO ML-REASON
                           PERFORM WRITE-HISTORY-MISMATCH
                       END-IF
                       PERFORM STORE-AFTER-IMAGE
                   WHEN CH-ACTION = "U" OR CH-ACTION = "T"
                           OR CH-ACTION = "R"
                       IF WS-RB-FOUND = "Y"
                           PERFORM CHECK-BEFORE-IMAGE
                       ELSE
                           IF CH-ACTION NOT = "R"
                               MOVE "NOT ON THE REBUILT FILE"
                                   TO ML-REASON
                               PERFORM WRITE-HISTORY-MISMATCH
                           END-IF
                       END-IF
                       PERFORM STORE-AFTER-IMAGE
                   WHEN CH-ACTION = "S"
                       IF WS-RB-FOUND = "Y"
                           PERFORM CHECK-BEFORE-IMAGE
                           DELETE EMPRBLD-FILE RECORD
                               INVALID KEY
                                   MOVE "DELETE FAILED ON REBUILT FILE"
                                       TO ML-REASON
                                   PERFORM WRITE-HISTORY-MISMATCH
                           END-DELETE
                       ELSE
                           MOVE "NOT ON THE REBUILT FILE"
                               TO ML-REASON
                           PERFORM WRITE-HISTORY-MISMATCH
                       END-IF
                   WHEN OTHER
                       SUBTRACT 1 FROM WS-HIST-APPLIED
                       MOVE "UNKNOWN ACTION - NOT APPLIED" TO ML-REASON
                       PERFORM WRITE-HISTORY-MISMATCH
               END-EVALUATE
               .

           CHECK-BEFORE-IMAGE.
               IF WS-CMP-FIELDS NOT = WS-RB-FIELDS
                   PERFORM LIST-DIFFERING-FIELDS
                   MOVE SPACES TO ML-REASON
                   STRING "OLD IMAGE DIFFERS: " WS-DIFF-LIST
                       DELIMITED BY SIZE INTO ML-REASON
                   END-STRING
                   PERFORM WRITE-HISTORY-MISMATCH
               END-IF
               .

      * Writes the change's after image to EMPRBLD - a rewrite of
      * the record read, or a new record where there was none.
           STORE-AFTER-IMAGE.
               MOVE CH-EMP-ID TO WS-RB-EMP-ID
               MOVE CH-NEW-IMAGE TO WS-RB-MAIN
               MOVE CH-NEW-REPORTS-TO TO WS-RB-REPORTS-TO
               MOVE WS-RB-RECORD TO EMP-REBUILT-RECORD
               IF WS-RB-FOUND = "Y"
                   REWRITE EMP-REBUILT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED ON REBUILT FILE"
                               TO ML-REASON
                           PERFORM WRITE-HISTORY-MISMATCH
                   END-REWRITE
               ELSE
                   WRITE EMP-REBUILT-RECORD
                       INVALID KEY
                           MOVE "WRITE FAILED ON REBUILT FILE"
                               TO ML-REASON
                           PERFORM WRITE-HISTORY-MISMATCH
                   END-WRITE
               END-IF
               .

      * Fills in the EMPHIST record being applied around the reason
      * the caller staged.
           WRITE-HISTORY-MISMATCH.
               MOVE CH-EMP-ID TO ML-EMP-ID
               MOVE CH-ACTION TO ML-ACTION
               MOVE CH-CHANGE-DATE TO ML-CHANGE-DATE
               MOVE CH-CHANGE-TIME(1:6) TO ML-CHANGE-TIME
               MOVE CH-CHANGED-BY TO ML-CHANGED-BY
               PERFORM WRITE-MISMATCH-LINE
               .

           WRITE-MISMATCH-LINE.
               MOVE WS-MISMATCH-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               ADD 1 TO WS-MISMATCH-COUNT
               .

      * Names the fields on which WS-RB-RECORD and WS-CMP-RECORD
      * disagree.
           LIST-DIFFERING-FIELDS.
               MOVE SPACES TO WS-DIFF-LIST
               MOVE 1 TO WS-DIFF-PTR
               IF WS-RB-NAME NOT = WS-CMP-NAME
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DOB NOT = WS-CMP-DOB
                   STRING "DOB " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-STATUS NOT = WS-CMP-STATUS
                   STRING "STAT " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-TERM-DATE NOT = WS-CMP-TERM-DATE
                   STRING "TERM " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT NOT = WS-CMP-DEPT
                   STRING "DEPT " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-REPORTS-TO NOT = WS-CMP-REPORTS-TO
                   STRING "MGR" DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               .

      * Matches EMPRBLD against the live EMPMAST on EMP-ID: a
      * record on one side only, or on both with different fields,
      * is a line.  A live EMPMAST that is gone (the case recovery
      * is for) simply leaves every rebuilt record on one side.
           COMPARE-EMPMAST.
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               MOVE "REBUILT EMPMAST AGAINST LIVE EMPMAST"
                   TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               OPEN INPUT EMPRBLD-FILE
               MOVE 0 TO RB-EMP-ID
               START EMPRBLD-FILE KEY IS NOT LESS THAN RB-EMP-ID
                   INVALID KEY
                       MOVE "10" TO WS-EMPRBLD-STATUS
               END-START
               OPEN INPUT EMPMAST-FILE
               IF WS-EMPMAST-STATUS = "35"
                   MOVE "N" TO WS-EMPMAST-OPENED
                   MOVE "  LIVE EMPMAST NOT FOUND"
                       TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
                   MOVE "10" TO WS-EMPMAST-STATUS
               END-IF
               PERFORM READ-REBUILT-EMP
               PERFORM READ-LIVE-EMP
               PERFORM UNTIL WS-RB-KEY = 9999999
                       AND WS-LV-KEY = 9999999
                   MOVE SPACES TO WS-COMPARE-LINE
                   EVALUATE TRUE
                       WHEN WS-RB-KEY < WS-LV-KEY
                           MOVE WS-RB-EMP-ID TO CM-KEY
                           MOVE WS-RB-NAME TO CM-NAME
                           MOVE "ONLY ON THE REBUILT FILE"
                               TO CM-REASON
                           PERFORM WRITE-EMP-DIFFERENCE
                           PERFORM READ-REBUILT-EMP
                       WHEN WS-RB-KEY > WS-LV-KEY
                           MOVE WS-CMP-EMP-ID TO CM-KEY
                           MOVE WS-CMP-NAME TO CM-NAME
                           MOVE "ONLY ON THE LIVE FILE" TO CM-REASON
                           PERFORM WRITE-EMP-DIFFERENCE
                           PERFORM READ-LIVE-EMP
                       WHEN OTHER
                           IF WS-RB-FIELDS NOT = WS-CMP-FIELDS
                               PERFORM LIST-DIFFERING-FIELDS
                               MOVE WS-RB-EMP-ID TO CM-KEY
                               MOVE WS-RB-NAME TO CM-NAME
                               STRING "DIFFERS: " WS-DIFF-LIST
                                   DELIMITED BY SIZE INTO CM-REASON
                               END-STRING
                               PERFORM WRITE-EMP-DIFFERENCE
                           END-IF
                           PERFORM READ-REBUILT-EMP
                           PERFORM READ-LIVE-EMP
                   END-EVALUATE
               END-PERFORM
               CLOSE EMPRBLD-FILE
               IF WS-EMPMAST-OPENED = "Y"
                   CLOSE EMPMAST-FILE
               END-IF
               IF WS-EMP-DIFF-COUNT = 0
                   MOVE "  NONE" TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
               END-IF
               .

           READ-REBUILT-EMP.
               MOVE 9999999 TO WS-RB-KEY
               IF WS-EMPRBLD-STATUS = "00"
                   READ EMPRBLD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPRBLD-STATUS
                       NOT AT END
                           ADD 1 TO WS-RB-EMP-TOTAL
                           MOVE EMP-REBUILT-RECORD TO WS-RB-RECORD
                           MOVE WS-RB-EMP-ID TO WS-RB-KEY
                   END-READ
               END-IF
               .

           READ-LIVE-EMP.
               MOVE 9999999 TO WS-LV-KEY
               IF WS-EMPMAST-STATUS = "00"
                   READ EMPMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPMAST-STATUS
                       NOT AT END
                           MOVE EMPLOYEE-RECORD TO WS-CMP-RECORD
                           MOVE WS-CMP-EMP-ID TO WS-LV-KEY
                   END-READ
               END-IF
               .

           WRITE-EMP-DIFFERENCE.
               MOVE WS-COMPARE-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               ADD 1 TO WS-EMP-DIFF-COUNT
               .

      * The same match for DEPTRBLD against the live DEPTMAST on
      * DEPT-CODE - everything DeptMnt has changed since the image
      * shows here.
           COMPARE-DEPTMAST.
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               MOVE "REBUILT DEPTMAST AGAINST LIVE DEPTMAST"
                   TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               IF WS-DEPT-IMAGE-SEQ = 0
                   MOVE "  NO DEPTMAST IMAGE FROM THE SAME RUN"
                       TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
                   MOVE "  DEPTRBLD NOT WRITTEN"
                       TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
               ELSE
                   PERFORM MATCH-DEPTMAST
                   IF WS-DEPT-DIFF-COUNT = 0
                       MOVE "  NONE" TO RECOVERY-REPORT-RECORD
                       WRITE RECOVERY-REPORT-RECORD
                   END-IF
               END-IF
               .

           MATCH-DEPTMAST.
               OPEN INPUT DEPTRBLD-FILE
               MOVE LOW-VALUES TO RB-DEPT-CODE
               START DEPTRBLD-FILE KEY IS NOT LESS THAN RB-DEPT-CODE
                   INVALID KEY
                       MOVE "10" TO WS-DEPTRBLD-STATUS
               END-START
               OPEN INPUT DEPTMAST-FILE
               IF WS-DEPTMAST-STATUS = "35"
                   MOVE "N" TO WS-DEPTMAST-OPENED
                   MOVE "  LIVE DEPTMAST NOT FOUND"
                       TO RECOVERY-REPORT-RECORD
                   WRITE RECOVERY-REPORT-RECORD
                   MOVE "10" TO WS-DEPTMAST-STATUS
               END-IF
               PERFORM READ-REBUILT-DEPT
               PERFORM READ-LIVE-DEPT
               PERFORM UNTIL WS-RB-DEPT-KEY = HIGH-VALUES
                       AND WS-LV-DEPT-KEY = HIGH-VALUES
                   MOVE SPACES TO WS-COMPARE-LINE
                   EVALUATE TRUE
                       WHEN WS-RB-DEPT-KEY < WS-LV-DEPT-KEY
                           MOVE WS-RB-DEPT-CODE TO CD-KEY
                           MOVE WS-RB-DEPT-NAME TO CD-NAME
                           MOVE "ONLY ON THE REBUILT FILE"
                               TO CD-REASON
                           PERFORM WRITE-DEPT-DIFFERENCE
                           PERFORM READ-REBUILT-DEPT
                       WHEN WS-RB-DEPT-KEY > WS-LV-DEPT-KEY
                           MOVE WS-CMP-DEPT-CODE TO CD-KEY
                           MOVE WS-CMP-DEPT-NAME TO CD-NAME
                           MOVE "ONLY ON THE LIVE FILE" TO CD-REASON
                           PERFORM WRITE-DEPT-DIFFERENCE
                           PERFORM READ-LIVE-DEPT
                       WHEN OTHER
                           IF WS-RB-DEPT-RECORD NOT =
                                   WS-CMP-DEPT-RECORD
                               PERFORM LIST-DEPT-DIFFERENCES
                               MOVE WS-RB-DEPT-CODE TO CD-KEY
                               MOVE WS-RB-DEPT-NAME TO CD-NAME
                               STRING "DIFFERS: " WS-DIFF-LIST
                                   DELIMITED BY SIZE INTO CD-REASON
                               END-STRING
                               PERFORM WRITE-DEPT-DIFFERENCE
                           END-IF
                           PERFORM READ-REBUILT-DEPT
                           PERFORM READ-LIVE-DEPT
                   END-EVALUATE
               END-PERFORM
               CLOSE DEPTRBLD-FILE
               IF WS-DEPTMAST-OPENED = "Y"
                   CLOSE DEPTMAST-FILE
               END-IF
               .

           READ-REBUILT-DEPT.
               MOVE HIGH-VALUES TO WS-RB-DEPT-KEY
               IF WS-DEPTRBLD-STATUS = "00"
                   READ DEPTRBLD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DEPTRBLD-STATUS
                       NOT AT END
                           MOVE DEPT-REBUILT-RECORD
                               TO WS-RB-DEPT-RECORD
                           MOVE WS-RB-DEPT-CODE TO WS-RB-DEPT-KEY
                   END-READ
               END-IF
               .

           READ-LIVE-DEPT.
               MOVE HIGH-VALUES TO WS-LV-DEPT-KEY
               IF WS-DEPTMAST-STATUS = "00"
                   READ DEPTMAST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DEPTMAST-STATUS
                       NOT AT END
                           MOVE DEPARTMENT-RECORD
                               TO WS-CMP-DEPT-RECORD
                           MOVE WS-CMP-DEPT-CODE TO WS-LV-DEPT-KEY
                   END-READ
               END-IF
               .

           LIST-DEPT-DIFFERENCES.
               MOVE SPACES TO WS-DIFF-LIST
               MOVE 1 TO WS-DIFF-PTR
               IF WS-RB-DEPT-NAME NOT = WS-CMP-DEPT-NAME
                   STRING "NAME " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT-MANAGER NOT = WS-CMP-DEPT-MANAGER
                   STRING "MANAGER " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT-MGR-ID NOT = WS-CMP-DEPT-MGR-ID
                   STRING "MGR-ID " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT-AUTH-COUNT NOT = WS-CMP-DEPT-AUTH-COUNT
                   STRING "AUTH " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT-AUTH-EFF-DATE
                       NOT = WS-CMP-DEPT-AUTH-EFF-DATE
                   STRING "AUTH-EFF " DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               IF WS-RB-DEPT-AUTH-BY NOT = WS-CMP-DEPT-AUTH-BY
                   STRING "AUTH-BY" DELIMITED BY SIZE
                       INTO WS-DIFF-LIST WITH POINTER WS-DIFF-PTR
                   END-STRING
               END-IF
               .

           WRITE-DEPT-DIFFERENCE.
               MOVE WS-COMPARE-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               ADD 1 TO WS-DEPT-DIFF-COUNT
               .

           WRITE-RECOVERY-SUMMARY.
               MOVE SPACES TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               MOVE "SUMMARY" TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "EMPMAST IMAGE RECORDS" TO SM-LABEL
               MOVE WS-EMP-IMAGE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "DEPTMAST IMAGE RECORDS" TO SM-LABEL
               MOVE WS-DEPT-IMAGE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "CHANGES ALREADY IN THE IMAGE" TO SM-LABEL
               MOVE WS-CHOSEN-HIST-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "CHANGES RE-APPLIED" TO SM-LABEL
               MOVE WS-HIST-APPLIED TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "CHANGES AFTER THE POINT" TO SM-LABEL
               MOVE WS-HIST-AFTER TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "HISTORY MISMATCHES" TO SM-LABEL
               MOVE WS-MISMATCH-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "REBUILT EMPMAST RECORDS" TO SM-LABEL
               MOVE WS-RB-EMP-TOTAL TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "EMPMAST DIFFERENCES FROM LIVE" TO SM-LABEL
               MOVE WS-EMP-DIFF-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD

               MOVE "DEPTMAST DIFFERENCES FROM LIVE" TO SM-LABEL
               MOVE WS-DEPT-DIFF-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO RECOVERY-REPORT-RECORD
               WRITE RECOVERY-REPORT-RECORD
               .

      * Judges WS-CHECK-DATE as a real calendar date: eight
      * digits, month 01-12, day valid for the month, February
      * honoring the leap rule (divisible by four, except
      * centuries not divisible by four hundred).
           VALIDATE-CALENDAR-DATE.
               MOVE "N" TO WS-DATE-VALID
               IF WS-CHECK-DATE IS NUMERIC
                   MOVE WS-CHECK-DATE(1:4) TO WS-CHK-YYYY
                   MOVE WS-CHECK-DATE(5:2) TO WS-CHK-MM
                   MOVE WS-CHECK-DATE(7:2) TO WS-CHK-DD
                   IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                       PERFORM SET-DAYS-IN-MONTH
                       IF WS-CHK-DD >= 1
                               AND WS-CHK-DD <= WS-MONTH-DAYS
                           MOVE "Y" TO WS-DATE-VALID
                       END-IF
                   END-IF
               END-IF
               .

           SET-DAYS-IN-MONTH.
               EVALUATE WS-CHK-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-MONTH-DAYS
                   WHEN 2
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-CHK-YYYY BY 4
                           GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                           DIVIDE WS-CHK-YYYY BY 100
                               GIVING WS-LEAP-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM = 0
                               DIVIDE WS-CHK-YYYY BY 400
                                   GIVING WS-LEAP-WORK
                                   REMAINDER WS-LEAP-REM
                               IF WS-LEAP-REM NOT = 0
                                   MOVE 28 TO WS-MONTH-DAYS
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-MONTH-DAYS
               END-EVALUATE
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
               MOVE "EMPRCVR" TO PK-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO PK-BUSINESS-DATE
               CALL "PredChk" USING PREDECESSOR-CHECK-AREA
               .
