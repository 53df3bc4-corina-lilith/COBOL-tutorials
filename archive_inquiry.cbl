       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchInq.

      * Archive inquiry and selective restore: once CalcArch or
      * RetSweep has moved a record to its archive, no report reads
      * it again.  This job reads one archive - CALCLOG, GREETLOG,
      * CALCEXC, EMPTERM or EMPTREJ, keyed by its live file's name -
      * for a date range and any of the filters that archive carries
      * (operator ID, employee name or ID, run number, source
      * system), and writes the matches to the page-headed ARCHRPT
      * report in the layout the live file is printed in: CALCLOG
      * and CALCEXC as Calc's CALCRPT detail and error lines,
      * GREETLOG as GreetPrt's sign-in lines, each under a log date
      * line, and EMPTREJ with its EmpBatch reason code.  On request
      * the same matches are copied, byte for byte in the live
      * record layout, to the ARCHRST restore file, so CalcSum
      * (CALCLOG), AttRpt or HrsRpt (GREETLOG) can be run against
      * them by pointing the report's file at ARCHRST.  The live
      * files are never touched.  The date range selects on the log
      * date, EMPTERM on the termination date and EMPTREJ on the
      * effective date keyed on the rejected transaction - a reject
      * keyed without one carries no date and is not selected.  A
      * filter keyed for an archive that does not carry it, or a bad
      * date range, refuses the inquiry with RC 2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCARCH-FILE ASSIGN TO "CALCARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCARCH-STATUS.

           SELECT GRLOGARC-FILE ASSIGN TO "GRLOGARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRLOGARC-STATUS.

           SELECT CALCEXCA-FILE ASSIGN TO "CALCEXCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALCEXCA-STATUS.

           SELECT EMPTRMA-FILE ASSIGN TO "EMPTRMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTRMA-STATUS.

           SELECT EMPTRJA-FILE ASSIGN TO "EMPTRJA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPTRJA-STATUS.

      * one restore file per archive, all on ARCHRST; only the one
      * for the archive keyed is opened
           SELECT CALC-RESTORE-FILE ASSIGN TO "ARCHRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-STATUS.

           SELECT GREET-RESTORE-FILE ASSIGN TO "ARCHRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-STATUS.

           SELECT EXC-RESTORE-FILE ASSIGN TO "ARCHRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-STATUS.

           SELECT TERM-RESTORE-FILE ASSIGN TO "ARCHRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-STATUS.

           SELECT REJ-RESTORE-FILE ASSIGN TO "ARCHRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHRST-STATUS.

           SELECT ARCHRPT-FILE ASSIGN TO "ARCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * the archives are read at the widths CalcArch and RetSweep
      * write them and moved into the live layouts below
       FD  CALCARCH-FILE.
       01  CALC-ARCHIVE-RECORD            PIC X(120).

       FD  GRLOGARC-FILE.
       01  GREET-ARCHIVE-RECORD           PIC X(100).

       FD  CALCEXCA-FILE.
       01  EXC-ARCHIVE-RECORD             PIC X(100).

       FD  EMPTRMA-FILE.
       01  TERM-ARCHIVE-RECORD            PIC X(100).

       FD  EMPTRJA-FILE.
       01  REJ-ARCHIVE-RECORD             PIC X(80).

      * the restores, each at its live file's record width so the
      * report pointed at ARCHRST reads it as the live file:
      * CALCLOG 110 bytes (CALCLOGR), GREETLOG 57 (GRTLOGR),
      * CALCEXC 60 (CALCEXCR), EMPTERM 80 (EMPTRMR) and EMPTREJ
      * 64 (EMPTRJR)
       FD  CALC-RESTORE-FILE.
       01  CALC-RESTORE-RECORD            PIC X(110).

       FD  GREET-RESTORE-FILE.
       01  GREET-RESTORE-RECORD           PIC X(57).

       FD  EXC-RESTORE-FILE.
       01  EXC-RESTORE-RECORD             PIC X(60).

       FD  TERM-RESTORE-FILE.
       01  TERM-RESTORE-RECORD            PIC X(80).

       FD  REJ-RESTORE-FILE.
       01  REJ-RESTORE-RECORD             PIC X(64).

       FD  ARCHRPT-FILE.
       01  ARCH-REPORT-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CALCARCH-STATUS PIC X(2) VALUE "00".
       01 WS-GRLOGARC-STATUS PIC X(2) VALUE "00".
       01 WS-CALCEXCA-STATUS PIC X(2) VALUE "00".
       01 WS-EMPTRMA-STATUS PIC X(2) VALUE "00".
       01 WS-EMPTRJA-STATUS PIC X(2) VALUE "00".
       01 WS-ARCHRST-STATUS PIC X(2) VALUE "00".
       01 WS-ARCHIVE-EOF PIC X VALUE "N".
       01 WS-ARCHIVE-FOUND PIC X VALUE "Y".

      * the archive record just read, in its live layout
       COPY CALCLOGR.
       COPY GRTLOGR.
       COPY CALCEXCR.
       COPY EMPTRMR.
       COPY EMPTRJR.

      * the inquiry keyed at start-up: the archive by its live
      * file's name, the date range (a blank THRU date inquires on
      * the FROM date alone), the filters - blank for any - and
      * whether the matches are also restored
       01 WS-KEY-ARCHIVE PIC X(08) VALUE SPACE.
       01 WS-FROM-DATE PIC X(08) VALUE SPACE.
       01 WS-THRU-DATE PIC X(08) VALUE SPACE.
       01 WS-KEY-OPERATOR PIC X(08) VALUE SPACE.
       01 WS-KEY-EMPLOYEE PIC X(30) VALUE SPACE.
       01 WS-KEY-RUN-X PIC X(04) VALUE SPACE.
       01 WS-KEY-SOURCE PIC X(08) VALUE SPACE.
       01 WS-KEY-RESTORE PIC X(01) VALUE SPACE.
       01 WS-INQUIRY-VALID PIC X VALUE "N".
       01 WS-FROM-VALID PIC X VALUE "N".
       01 WS-THRU-VALID PIC X VALUE "N".
       01 WS-ARCHIVE-KNOWN PIC X VALUE "N".

      * a keyed run number, judged the way PayExtr judges its
      * overtime limit: the digits before the first space,
      * right-justified and zero-filled, must be numeric
       01 WS-KEY-RUN PIC 9(04) VALUE 0.
       01 WS-KEY-RUN-LEN PIC 9(2) VALUE 0.
       01 WS-KEY-RUN-DIGITS PIC X(04) JUSTIFIED RIGHT VALUE SPACE.
       01 WS-KEY-RUN-VALID PIC X VALUE "Y".

      * an employee keyed as six digits on EMPTERM or EMPTREJ is an
      * employee ID; anything else is matched against the name as
      * keyed
       01 WS-KEY-IS-EMP-ID PIC X VALUE "N".
       01 WS-KEY-EMP-ID PIC 9(06) VALUE 0.

      * calendar judgment of the keyed range dates - month 01-12,
      * day valid for the month, leap years honored - the same
      * check Greet's GET_AGE makes on a date of birth
       01 WS-DATE-VALID PIC X VALUE "N".
       01 WS-CHECK-DATE PIC X(08) VALUE SPACE.
       01 WS-CHK-YYYY PIC 9(4) VALUE 0.
       01 WS-CHK-MM PIC 9(2) VALUE 0.
       01 WS-CHK-DD PIC 9(2) VALUE 0.
       01 WS-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-LEAP-WORK PIC 9(4) VALUE 0.
       01 WS-LEAP-REM PIC 9(4) VALUE 0.

      * the date the record just read selects on, whether it
      * passed every filter, and the log date last printed so a
      * new one starts its own group
       01 WS-RECORD-DATE PIC X(08) VALUE SPACE.
       01 WS-RECORD-MATCH PIC X VALUE "N".
       01 WS-LAST-DATE PIC X(08) VALUE SPACE.

       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(9) VALUE 0.
       01 WS-RESTORE-COUNT PIC 9(9) VALUE 0.

      * the line each section stages before PERFORMing
      * WRITE-REPORT-LINE, which may have to write a page of headers
      * ahead of it
       01 WS-PRINT-LINE PIC X(80) VALUE SPACE.

       01 WS-PAGE-NUMBER PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 20.

       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE SPACE.
           05 FILLER PIC X(28) VALUE "ARCHIVE INQUIRY".
           05 FILLER PIC X(12) VALUE SPACE.
           05 FILLER PIC X(5) VALUE "PAGE ".
           05 HL1-PAGE-NUMBER PIC ZZ9.

       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(9) VALUE "ARCHIVE  ".
           05 HL2-ARCHIVE PIC X(08).
           05 FILLER PIC X(10) VALUE "   DATES  ".
           05 HL2-FROM-DATE PIC X(08).
           05 FILLER PIC X(6) VALUE " THRU ".
           05 HL2-THRU-DATE PIC X(08).

      * the filters the inquiry was keyed with, built once at
      * start-up; "ALL RECORDS" when none were
       01 WS-HEADER-LINE-3 PIC X(80) VALUE SPACE.
       01 WS-FILTER-POINTER PIC 9(3) VALUE 1.

       01 WS-HEADER-LINE-4.
           05 FILLER PIC X(78) VALUE ALL "-".

      * CALCLOG: Calc's CALCRPT detail line, with the operator who
      * posted it and "REV" on a CalcRev reversal
       01 WS-CALC-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "     NUM1".
           05 FILLER PIC X(2) VALUE "OP".
           05 FILLER PIC X(11) VALUE "       NUM2".
           05 FILLER PIC X(17) VALUE "           RESULT".
           05 FILLER PIC X(11) VALUE "   RUN".
           05 FILLER PIC X(10) VALUE "  SOURCE".
           05 FILLER PIC X(10) VALUE "  OPERATOR".
           05 FILLER PIC X(5) VALUE SPACE.

       01 WS-CALC-DETAIL-LINE.
           05 CD-NUM1                      PIC -(8)9.
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 CD-OPERATION                 PIC X(1).
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 CD-NUM2                      PIC -(8)9.
           05 FILLER                       PIC X(3) VALUE " = ".
           05 CD-RESULT                    PIC -(10)9.99.
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 FILLER                       PIC X(4) VALUE "RUN ".
           05 CD-RUN-NUMBER                PIC 9(4).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 CD-SOURCE                    PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 CD-OPERATOR                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 CD-ENTRY-TYPE                PIC X(3).

      * CALCEXC: Calc's CALCRPT line for a transaction that did not
      * produce a result, with the operator and whether CalcFix has
      * resolved it
       01 WS-EXC-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "     NUM1".
           05 FILLER PIC X(2) VALUE "OP".
           05 FILLER PIC X(14) VALUE "       NUM2".
           05 FILLER PIC X(16) VALUE "REASON".
           05 FILLER PIC X(10) VALUE "RUN".
           05 FILLER PIC X(10) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "STATUS".

       01 WS-EXC-DETAIL-LINE.
           05 XD-NUM1                      PIC -(8)9.
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 XD-OPERATION                 PIC X(1).
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 XD-NUM2                      PIC -(8)9.
           05 FILLER                       PIC X(3) VALUE " = ".
           05 XD-REASON                    PIC X(14).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 FILLER                       PIC X(4) VALUE "RUN ".
           05 XD-RUN-NUMBER                PIC 9(4).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 XD-OPERATOR                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 XD-RESOLVED                  PIC X(10).

      * GREETLOG: GreetPrt's sign-in line, with the direction and
      * the operator who keyed it
       01 WS-GREET-COLUMN-LINE.
           05 FILLER PIC X(31) VALUE "EMPLOYEE NAME".
           05 FILLER PIC X(3) VALUE "AGE".
           05 FILLER PIC X(10) VALUE " TIME".
           05 FILLER PIC X(5) VALUE "DIR".
           05 FILLER PIC X(8) VALUE "OPERATOR".

       01 WS-GREET-DETAIL-LINE.
           05 GD-EMP-NAME                  PIC X(30).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 GD-EMP-AGE                   PIC 9(2).
           05 FILLER                       PIC X(1) VALUE SPACE.
           05 GD-LOG-TIME                  PIC X(8).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 GD-DIRECTION                 PIC X(3).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 GD-OPERATOR                  PIC X(8).

      * EMPTERM: one line per employee history record; the rehire
      * date is blank for an employee who never came back
       01 WS-TERM-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(32) VALUE "EMPLOYEE NAME".
           05 FILLER PIC X(5) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "LEFT".
           05 FILLER PIC X(10) VALUE "SWEPT".
           05 FILLER PIC X(8) VALUE "REHIRED".

       01 WS-TERM-DETAIL-LINE.
           05 TD-EMP-ID                    PIC 9(06).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 TD-EMP-NAME                  PIC X(30).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 TD-DEPT-CODE                 PIC X(03).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 TD-TERM-DATE                 PIC X(08).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 TD-SWEEP-DATE                PIC X(08).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 TD-REHIRE-DATE               PIC X(08).

      * EMPTREJ: one line per rejected EMPTRAN transaction, with the
      * EmpBatch reason code it was rejected under
       01 WS-REJ-COLUMN-LINE.
           05 FILLER PIC X(8) VALUE "EMP ID".
           05 FILLER PIC X(32) VALUE "EMPLOYEE NAME".
           05 FILLER PIC X(6) VALUE "TRANS".
           05 FILLER PIC X(5) VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(6) VALUE "REASON".

       01 WS-REJ-DETAIL-LINE.
           05 RD-EMP-ID                    PIC X(06).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 RD-EMP-NAME                  PIC X(30).
           05 FILLER                       PIC X(4) VALUE SPACE.
           05 RD-TRANS-CODE                PIC X(01).
           05 FILLER                       PIC X(3) VALUE SPACE.
           05 RD-DEPT-CODE                 PIC X(03).
           05 FILLER                       PIC X(2) VALUE SPACE.
           05 RD-EFFECTIVE-DATE            PIC X(08).
           05 FILLER                       PIC X(4) VALUE SPACE.
           05 RD-REASON-CODE               PIC X(02).

       01 WS-DATE-BREAK-LINE.
           05 FILLER PIC X(9) VALUE "LOG DATE ".
           05 DB-LOG-DATE PIC X(08).

       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-LABEL                     PIC X(30).
           05 FILLER PIC X(5) VALUE SPACE.
           05 SM-COUNT                     PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM GET-INQUIRY
           IF WS-INQUIRY-VALID NOT = "Y"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-FILTER-TEXT
           PERFORM OPEN-ARCHRPT
           IF WS-KEY-RESTORE = "Y"
               PERFORM OPEN-ARCHRST
           END-IF
           PERFORM PRINT-MATCHES
           PERFORM PRINT-INQUIRY-SUMMARY
           IF WS-KEY-RESTORE = "Y"
               PERFORM CLOSE-ARCHRST
           END-IF
           CLOSE ARCHRPT-FILE
           DISPLAY "Archive " WS-KEY-ARCHIVE " records read: "
               WS-READ-COUNT " matched: " WS-MATCH-COUNT
               " restored: " WS-RESTORE-COUNT
           STOP RUN.

      * Accepts the inquiry, one answer per line in a fixed order
      * whatever the archive, so it can come from SYSIN: archive,
      * from date, thru date, operator ID, employee, run number,
      * source system, restore (Y/N).  A filter is refused on an
      * archive whose records do not carry it rather than quietly
      * matching nothing.
           GET-INQUIRY.
               MOVE "N" TO WS-INQUIRY-VALID
               DISPLAY "Archive (CALCLOG, GREETLOG, CALCEXC, "
                   "EMPTERM, EMPTREJ): "
               ACCEPT WS-KEY-ARCHIVE
               DISPLAY "From log date (YYYYMMDD): "
               ACCEPT WS-FROM-DATE
               DISPLAY "Thru log date (blank for one day): "
               ACCEPT WS-THRU-DATE
               DISPLAY "Operator ID (blank for any): "
               ACCEPT WS-KEY-OPERATOR
               DISPLAY "Employee name or ID (blank for any): "
               ACCEPT WS-KEY-EMPLOYEE
               DISPLAY "Run number (blank for any): "
               ACCEPT WS-KEY-RUN-X
               DISPLAY "Source system (blank for any): "
               ACCEPT WS-KEY-SOURCE
               DISPLAY "Restore the matches to ARCHRST (Y/N): "
               ACCEPT WS-KEY-RESTORE
               IF WS-THRU-DATE = SPACES
                   MOVE WS-FROM-DATE TO WS-THRU-DATE
               END-IF
               IF WS-KEY-RESTORE = SPACE
                   MOVE "N" TO WS-KEY-RESTORE
               END-IF
               IF WS-KEY-ARCHIVE = "CALCLOG" OR "GREETLOG"
                       OR "CALCEXC" OR "EMPTERM" OR "EMPTREJ"
                   MOVE "Y" TO WS-ARCHIVE-KNOWN
               END-IF
               MOVE WS-FROM-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               MOVE WS-DATE-VALID TO WS-FROM-VALID
               MOVE WS-THRU-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               MOVE WS-DATE-VALID TO WS-THRU-VALID
               PERFORM JUDGE-RUN-NUMBER
               PERFORM JUDGE-EMPLOYEE-KEY
               EVALUATE TRUE
                   WHEN WS-ARCHIVE-KNOWN NOT = "Y"
                       DISPLAY "** Unknown archive " WS-KEY-ARCHIVE
                           " - inquiry refused"
                   WHEN WS-FROM-VALID NOT = "Y"
                       DISPLAY "** Invalid from date "
                           WS-FROM-DATE " - inquiry refused"
                   WHEN WS-THRU-VALID NOT = "Y"
                       DISPLAY "** Invalid thru date "
                           WS-THRU-DATE " - inquiry refused"
                   WHEN WS-THRU-DATE < WS-FROM-DATE
                       DISPLAY "** Thru date is before the from "
                           "date - inquiry refused"
                   WHEN WS-KEY-OPERATOR NOT = SPACES
                           AND (WS-KEY-ARCHIVE = "EMPTERM"
                               OR WS-KEY-ARCHIVE = "EMPTREJ")
                       DISPLAY "** " WS-KEY-ARCHIVE " carries no "
                           "operator ID - inquiry refused"
                   WHEN WS-KEY-EMPLOYEE NOT = SPACES
                           AND (WS-KEY-ARCHIVE = "CALCLOG"
                               OR WS-KEY-ARCHIVE = "CALCEXC")
                       DISPLAY "** " WS-KEY-ARCHIVE " carries no "
                           "employee - inquiry refused"
                   WHEN WS-KEY-RUN-VALID NOT = "Y"
                       DISPLAY "** Invalid run number "
                           WS-KEY-RUN-X " - inquiry refused"
                   WHEN WS-KEY-RUN-X NOT = SPACES
                           AND (WS-KEY-ARCHIVE = "GREETLOG"
                               OR WS-KEY-ARCHIVE = "EMPTERM"
                               OR WS-KEY-ARCHIVE = "EMPTREJ")
                       DISPLAY "** " WS-KEY-ARCHIVE " carries no "
                           "run number - inquiry refused"
                   WHEN WS-KEY-SOURCE NOT = SPACES
                           AND WS-KEY-ARCHIVE NOT = "CALCLOG"
                       DISPLAY "** " WS-KEY-ARCHIVE " carries no "
                           "source system - inquiry refused"
                   WHEN WS-KEY-RESTORE NOT = "Y"
                           AND WS-KEY-RESTORE NOT = "N"
                       DISPLAY "** Restore must be Y or N "
                           "- inquiry refused"
                   WHEN OTHER
                       MOVE "Y" TO WS-INQUIRY-VALID
                       DISPLAY "Inquiry on archived " WS-KEY-ARCHIVE
                           " " WS-FROM-DATE " thru " WS-THRU-DATE
               END-EVALUATE
               .

           JUDGE-RUN-NUMBER.
               MOVE "Y" TO WS-KEY-RUN-VALID
               IF WS-KEY-RUN-X NOT = SPACES
                   MOVE "N" TO WS-KEY-RUN-VALID
                   MOVE 0 TO WS-KEY-RUN-LEN
                   INSPECT WS-KEY-RUN-X TALLYING WS-KEY-RUN-LEN
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   IF WS-KEY-RUN-LEN > 0
                       MOVE WS-KEY-RUN-X(1:WS-KEY-RUN-LEN)
                           TO WS-KEY-RUN-DIGITS
                       INSPECT WS-KEY-RUN-DIGITS
                           REPLACING LEADING SPACE BY ZERO
                       IF WS-KEY-RUN-DIGITS IS NUMERIC
                           MOVE WS-KEY-RUN-DIGITS TO WS-KEY-RUN
                           MOVE "Y" TO WS-KEY-RUN-VALID
                       END-IF
                   END-IF
               END-IF
               .

           JUDGE-EMPLOYEE-KEY.
               MOVE "N" TO WS-KEY-IS-EMP-ID
               IF (WS-KEY-ARCHIVE = "EMPTERM"
                       OR WS-KEY-ARCHIVE = "EMPTREJ")
                       AND WS-KEY-EMPLOYEE(1:6) IS NUMERIC
                       AND WS-KEY-EMPLOYEE(7:24) = SPACES
                   MOVE "Y" TO WS-KEY-IS-EMP-ID
                   MOVE WS-KEY-EMPLOYEE(1:6) TO WS-KEY-EMP-ID
               END-IF
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

      * Spells the keyed filters out for the third header line so
      * the printout says what it was asked for.
           BUILD-FILTER-TEXT.
               MOVE SPACES TO WS-HEADER-LINE-3
               MOVE 1 TO WS-FILTER-POINTER
               STRING "SELECTED " DELIMITED BY SIZE
                   INTO WS-HEADER-LINE-3
                   WITH POINTER WS-FILTER-POINTER
               END-STRING
               IF WS-KEY-OPERATOR NOT = SPACES
                   STRING "OPERATOR " WS-KEY-OPERATOR "  "
                       DELIMITED BY SIZE INTO WS-HEADER-LINE-3
                       WITH POINTER WS-FILTER-POINTER
                   END-STRING
               END-IF
               IF WS-KEY-RUN-X NOT = SPACES
                   STRING "RUN " WS-KEY-RUN "  "
                       DELIMITED BY SIZE INTO WS-HEADER-LINE-3
                       WITH POINTER WS-FILTER-POINTER
                   END-STRING
               END-IF
               IF WS-KEY-SOURCE NOT = SPACES
                   STRING "SOURCE " WS-KEY-SOURCE "  "
                       DELIMITED BY SIZE INTO WS-HEADER-LINE-3
                       WITH POINTER WS-FILTER-POINTER
                   END-STRING
               END-IF
               IF WS-KEY-EMPLOYEE NOT = SPACES
                   STRING "EMPLOYEE " WS-KEY-EMPLOYEE
                       DELIMITED BY SIZE INTO WS-HEADER-LINE-3
                       WITH POINTER WS-FILTER-POINTER
                   END-STRING
               END-IF
               IF WS-FILTER-POINTER = 10
                   STRING "ALL RECORDS" DELIMITED BY SIZE
                       INTO WS-HEADER-LINE-3
                       WITH POINTER WS-FILTER-POINTER
                   END-STRING
               END-IF
               .

      * Passes the chosen archive once.  An archive that has never
      * been created just means nothing has been archived to it.
           PRINT-MATCHES.
               PERFORM PRINT-HEADER
               MOVE "MATCHING ARCHIVED RECORDS" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               EVALUATE WS-KEY-ARCHIVE
                   WHEN "CALCLOG"
                       MOVE WS-CALC-COLUMN-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       PERFORM SEARCH-CALCLOG-ARCHIVE
                   WHEN "GREETLOG"
                       MOVE WS-GREET-COLUMN-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       PERFORM SEARCH-GREETLOG-ARCHIVE
                   WHEN "CALCEXC"
                       MOVE WS-EXC-COLUMN-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       PERFORM SEARCH-CALCEXC-ARCHIVE
                   WHEN "EMPTERM"
                       MOVE WS-TERM-COLUMN-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       PERFORM SEARCH-EMPTERM-ARCHIVE
                   WHEN "EMPTREJ"
                       MOVE WS-REJ-COLUMN-LINE TO WS-PRINT-LINE
                       PERFORM WRITE-REPORT-LINE
                       PERFORM SEARCH-EMPTREJ-ARCHIVE
               END-EVALUATE
               IF WS-ARCHIVE-FOUND NOT = "Y"
                   DISPLAY WS-KEY-ARCHIVE " archive not found - "
                       "nothing archived"
               END-IF
               IF WS-MATCH-COUNT = 0
                   MOVE "  NONE" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           SEARCH-CALCLOG-ARCHIVE.
               OPEN INPUT CALCARCH-FILE
               IF WS-CALCARCH-STATUS = "35"
                   MOVE "N" TO WS-ARCHIVE-FOUND
                   MOVE "Y" TO WS-ARCHIVE-EOF
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                   READ CALCARCH-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE CALC-ARCHIVE-RECORD
                               TO CALC-LOG-RECORD
                           PERFORM MATCH-CALCLOG-RECORD
                           IF WS-RECORD-MATCH = "Y"
                               PERFORM WRITE-CALCLOG-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCARCH-STATUS NOT = "35"
                   CLOSE CALCARCH-FILE
               END-IF
               .

      * The range and every keyed filter must all be met.
           MATCH-CALCLOG-RECORD.
               MOVE "N" TO WS-RECORD-MATCH
               MOVE CL-LOG-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE >= WS-FROM-DATE
                       AND WS-RECORD-DATE <= WS-THRU-DATE
                   MOVE "Y" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-OPERATOR NOT = SPACES
                       AND CL-OPERATOR-ID NOT = WS-KEY-OPERATOR
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-RUN-X NOT = SPACES
                       AND CL-RUN-NUMBER NOT = WS-KEY-RUN
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-SOURCE NOT = SPACES
                       AND CL-SOURCE-SYSTEM NOT = WS-KEY-SOURCE
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               .

      * For a "%" transaction the value shown is CL-REMAINDER, the
      * same exception Calc makes on CALCRPT.
           WRITE-CALCLOG-MATCH.
               PERFORM WRITE-DATE-BREAK
               MOVE CL-NUM1 TO CD-NUM1
               MOVE CL-OPERATION TO CD-OPERATION
               MOVE CL-NUM2 TO CD-NUM2
               IF CL-OPERATION = "%"
                   MOVE CL-REMAINDER TO CD-RESULT
               ELSE
                   MOVE CL-RESULT TO CD-RESULT
               END-IF
               MOVE CL-RUN-NUMBER TO CD-RUN-NUMBER
               MOVE CL-SOURCE-SYSTEM TO CD-SOURCE
               MOVE CL-OPERATOR-ID TO CD-OPERATOR
               IF CL-ENTRY-TYPE = "R"
                   MOVE "REV" TO CD-ENTRY-TYPE
               ELSE
                   MOVE SPACES TO CD-ENTRY-TYPE
               END-IF
               MOVE WS-CALC-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE CALC-LOG-RECORD TO CALC-RESTORE-RECORD
               PERFORM RESTORE-MATCH
               .

           SEARCH-GREETLOG-ARCHIVE.
               OPEN INPUT GRLOGARC-FILE
               IF WS-GRLOGARC-STATUS = "35"
                   MOVE "N" TO WS-ARCHIVE-FOUND
                   MOVE "Y" TO WS-ARCHIVE-EOF
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                   READ GRLOGARC-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE GREET-ARCHIVE-RECORD
                               TO GREET-LOG-RECORD
                           PERFORM MATCH-GREETLOG-RECORD
                           IF WS-RECORD-MATCH = "Y"
                               PERFORM WRITE-GREETLOG-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-GRLOGARC-STATUS NOT = "35"
                   CLOSE GRLOGARC-FILE
               END-IF
               .

      * The employee is matched on the name exactly as it was
      * keyed at sign-in.
           MATCH-GREETLOG-RECORD.
               MOVE "N" TO WS-RECORD-MATCH
               MOVE GL-LOG-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE >= WS-FROM-DATE
                       AND WS-RECORD-DATE <= WS-THRU-DATE
                   MOVE "Y" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-OPERATOR NOT = SPACES
                       AND GL-OPERATOR-ID NOT = WS-KEY-OPERATOR
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-EMPLOYEE NOT = SPACES
                       AND GL-EMP-NAME NOT = WS-KEY-EMPLOYEE
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               .

      * Spaces in GL-LOG-TYPE reads as a sign-in, per GRTLOGR.CPY.
           WRITE-GREETLOG-MATCH.
               PERFORM WRITE-DATE-BREAK
               MOVE GL-EMP-NAME TO GD-EMP-NAME
               MOVE GL-EMP-AGE TO GD-EMP-AGE
               MOVE GL-LOG-TIME TO GD-LOG-TIME
               IF GL-LOG-TYPE = "O"
                   MOVE "OUT" TO GD-DIRECTION
               ELSE
                   MOVE "IN" TO GD-DIRECTION
               END-IF
               MOVE GL-OPERATOR-ID TO GD-OPERATOR
               MOVE WS-GREET-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE GREET-LOG-RECORD TO GREET-RESTORE-RECORD
               PERFORM RESTORE-MATCH
               .

           SEARCH-CALCEXC-ARCHIVE.
               OPEN INPUT CALCEXCA-FILE
               IF WS-CALCEXCA-STATUS = "35"
                   MOVE "N" TO WS-ARCHIVE-FOUND
                   MOVE "Y" TO WS-ARCHIVE-EOF
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                   READ CALCEXCA-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE EXC-ARCHIVE-RECORD
                               TO CALC-EXCEPTION-RECORD
                           PERFORM MATCH-CALCEXC-RECORD
                           IF WS-RECORD-MATCH = "Y"
                               PERFORM WRITE-CALCEXC-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CALCEXCA-STATUS NOT = "35"
                   CLOSE CALCEXCA-FILE
               END-IF
               .

           MATCH-CALCEXC-RECORD.
               MOVE "N" TO WS-RECORD-MATCH
               MOVE CX-LOG-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE >= WS-FROM-DATE
                       AND WS-RECORD-DATE <= WS-THRU-DATE
                   MOVE "Y" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-OPERATOR NOT = SPACES
                       AND CX-OPERATOR-ID NOT = WS-KEY-OPERATOR
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-RUN-X NOT = SPACES
                       AND CX-RUN-NUMBER NOT = WS-KEY-RUN
                   MOVE "N" TO WS-RECORD-MATCH
               END-IF
               .

      * Spaces in CX-RESOLVED-FLAG reads as unresolved, per
      * CALCEXCR.CPY.
           WRITE-CALCEXC-MATCH.
               PERFORM WRITE-DATE-BREAK
               MOVE CX-NUM1 TO XD-NUM1
               MOVE CX-OPERATION TO XD-OPERATION
               MOVE CX-NUM2 TO XD-NUM2
               MOVE CX-REASON TO XD-REASON
               MOVE CX-RUN-NUMBER TO XD-RUN-NUMBER
               MOVE CX-OPERATOR-ID TO XD-OPERATOR
               IF CX-RESOLVED-FLAG = "Y"
                   MOVE "RESOLVED" TO XD-RESOLVED
               ELSE
                   MOVE "UNRESOLVED" TO XD-RESOLVED
               END-IF
               MOVE WS-EXC-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE CALC-EXCEPTION-RECORD TO EXC-RESTORE-RECORD
               PERFORM RESTORE-MATCH
               .

           SEARCH-EMPTERM-ARCHIVE.
               OPEN INPUT EMPTRMA-FILE
               IF WS-EMPTRMA-STATUS = "35"
                   MOVE "N" TO WS-ARCHIVE-FOUND
                   MOVE "Y" TO WS-ARCHIVE-EOF
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                   READ EMPTRMA-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE TERM-ARCHIVE-RECORD
                               TO EMP-TERM-RECORD
                           PERFORM MATCH-EMPTERM-RECORD
                           IF WS-RECORD-MATCH = "Y"
                               PERFORM WRITE-EMPTERM-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPTRMA-STATUS NOT = "35"
                   CLOSE EMPTRMA-FILE
               END-IF
               .

      * EMPTERM selects on the date the employee left, and on the
      * employee ID or the name as held on the master.
           MATCH-EMPTERM-RECORD.
               MOVE "N" TO WS-RECORD-MATCH
               MOVE EH-TERM-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE >= WS-FROM-DATE
                       AND WS-RECORD-DATE <= WS-THRU-DATE
                   MOVE "Y" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-IS-EMP-ID = "Y"
                   IF EH-EMP-ID NOT = WS-KEY-EMP-ID
                       MOVE "N" TO WS-RECORD-MATCH
                   END-IF
               ELSE
                   IF WS-KEY-EMPLOYEE NOT = SPACES
                           AND EH-EMP-NAME NOT = WS-KEY-EMPLOYEE
                       MOVE "N" TO WS-RECORD-MATCH
                   END-IF
               END-IF
               .

      * The termination date is on the line itself, so EMPTERM
      * takes no log date groups.
           WRITE-EMPTERM-MATCH.
               ADD 1 TO WS-MATCH-COUNT
               MOVE EH-EMP-ID TO TD-EMP-ID
               MOVE EH-EMP-NAME TO TD-EMP-NAME
               MOVE EH-DEPT-CODE TO TD-DEPT-CODE
               MOVE EH-TERM-DATE TO TD-TERM-DATE
               MOVE EH-SWEEP-DATE TO TD-SWEEP-DATE
               IF EH-REHIRE-FLAG = "Y"
                   MOVE EH-REHIRE-DATE TO TD-REHIRE-DATE
               ELSE
                   MOVE SPACES TO TD-REHIRE-DATE
               END-IF
               MOVE WS-TERM-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE EMP-TERM-RECORD TO TERM-RESTORE-RECORD
               PERFORM RESTORE-MATCH
               .

           SEARCH-EMPTREJ-ARCHIVE.
               OPEN INPUT EMPTRJA-FILE
               IF WS-EMPTRJA-STATUS = "35"
                   MOVE "N" TO WS-ARCHIVE-FOUND
                   MOVE "Y" TO WS-ARCHIVE-EOF
               END-IF
               PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                   READ EMPTRJA-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE REJ-ARCHIVE-RECORD
                               TO EMP-REJECT-RECORD
                           PERFORM MATCH-EMPTREJ-RECORD
                           IF WS-RECORD-MATCH = "Y"
                               PERFORM WRITE-EMPTREJ-MATCH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-EMPTRJA-STATUS NOT = "35"
                   CLOSE EMPTRJA-FILE
               END-IF
               .

      * EMPTREJ selects on the effective date keyed on the
      * transaction, and on the employee ID or the name as it came
      * in on EMPTRAN.
           MATCH-EMPTREJ-RECORD.
               MOVE "N" TO WS-RECORD-MATCH
               MOVE RJ-EFFECTIVE-DATE TO WS-RECORD-DATE
               IF WS-RECORD-DATE >= WS-FROM-DATE
                       AND WS-RECORD-DATE <= WS-THRU-DATE
                   MOVE "Y" TO WS-RECORD-MATCH
               END-IF
               IF WS-KEY-IS-EMP-ID = "Y"
                   IF RJ-EMP-ID NOT = WS-KEY-EMPLOYEE(1:6)
                       MOVE "N" TO WS-RECORD-MATCH
                   END-IF
               ELSE
                   IF WS-KEY-EMPLOYEE NOT = SPACES
                           AND RJ-EMP-NAME NOT = WS-KEY-EMPLOYEE
                       MOVE "N" TO WS-RECORD-MATCH
                   END-IF
               END-IF
               .

      * The effective date is on the line itself, so EMPTREJ takes
      * no log date groups either; the reason code is EmpBatch's,
      * as listed in EMPTRJR.CPY.
           WRITE-EMPTREJ-MATCH.
               ADD 1 TO WS-MATCH-COUNT
               MOVE RJ-EMP-ID TO RD-EMP-ID
               MOVE RJ-EMP-NAME TO RD-EMP-NAME
               MOVE RJ-TRANS-CODE TO RD-TRANS-CODE
               MOVE RJ-DEPT-CODE TO RD-DEPT-CODE
               MOVE RJ-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE
               MOVE RJ-REASON-CODE TO RD-REASON-CODE
               MOVE WS-REJ-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE EMP-REJECT-RECORD TO REJ-RESTORE-RECORD
               PERFORM RESTORE-MATCH
               .

      * Counts the match and, when its log date differs from the
      * last one printed, starts a new log date group the way
      * GreetPrt heads its listing with the day.
           WRITE-DATE-BREAK.
               ADD 1 TO WS-MATCH-COUNT
               IF WS-RECORD-DATE NOT = WS-LAST-DATE
                   MOVE WS-RECORD-DATE TO DB-LOG-DATE
                   MOVE WS-DATE-BREAK-LINE TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-RECORD-DATE TO WS-LAST-DATE
               END-IF
               .

      * Copies the match, staged in the keyed archive's restore
      * record in its live layout, to ARCHRST when a restore was
      * asked for.
           RESTORE-MATCH.
               IF WS-KEY-RESTORE = "Y"
                   EVALUATE WS-KEY-ARCHIVE
                       WHEN "CALCLOG"
                           WRITE CALC-RESTORE-RECORD
                       WHEN "GREETLOG"
                           WRITE GREET-RESTORE-RECORD
                       WHEN "CALCEXC"
                           WRITE EXC-RESTORE-RECORD
                       WHEN "EMPTERM"
                           WRITE TERM-RESTORE-RECORD
                       WHEN "EMPTREJ"
                           WRITE REJ-RESTORE-RECORD
                   END-EVALUATE
                   ADD 1 TO WS-RESTORE-COUNT
               END-IF
               .

      * Opens ARCHRST through the restore file at the keyed
      * archive's live record width.
           OPEN-ARCHRST.
               EVALUATE WS-KEY-ARCHIVE
                   WHEN "CALCLOG"
                       OPEN OUTPUT CALC-RESTORE-FILE
                   WHEN "GREETLOG"
                       OPEN OUTPUT GREET-RESTORE-FILE
                   WHEN "CALCEXC"
                       OPEN OUTPUT EXC-RESTORE-FILE
                   WHEN "EMPTERM"
                       OPEN OUTPUT TERM-RESTORE-FILE
                   WHEN "EMPTREJ"
                       OPEN OUTPUT REJ-RESTORE-FILE
               END-EVALUATE
               .

           CLOSE-ARCHRST.
               EVALUATE WS-KEY-ARCHIVE
                   WHEN "CALCLOG"
                       CLOSE CALC-RESTORE-FILE
                   WHEN "GREETLOG"
                       CLOSE GREET-RESTORE-FILE
                   WHEN "CALCEXC"
                       CLOSE EXC-RESTORE-FILE
                   WHEN "EMPTERM"
                       CLOSE TERM-RESTORE-FILE
                   WHEN "EMPTREJ"
                       CLOSE REJ-RESTORE-FILE
               END-EVALUATE
               .

      * Appends the summary as the last section of the report.
           PRINT-INQUIRY-SUMMARY.
               MOVE SPACES TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "SUMMARY" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "ARCHIVED RECORDS READ" TO SM-LABEL
               MOVE WS-READ-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "MATCHING THE INQUIRY" TO SM-LABEL
               MOVE WS-MATCH-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "RESTORED TO ARCHRST" TO SM-LABEL
               MOVE WS-RESTORE-COUNT TO SM-COUNT
               MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-ARCHIVE-FOUND NOT = "Y"
                   MOVE "     ARCHIVE NOT FOUND" TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               .

           OPEN-ARCHRPT.
               OPEN OUTPUT ARCHRPT-FILE
               MOVE WS-KEY-ARCHIVE TO HL2-ARCHIVE
               MOVE WS-FROM-DATE TO HL2-FROM-DATE
               MOVE WS-THRU-DATE TO HL2-THRU-DATE
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
               .

      * Writes the line staged in WS-PRINT-LINE, breaking to a new
      * page (with a fresh set of headers) once the current page is
      * full.
           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM PRINT-HEADER
               END-IF
               MOVE WS-PRINT-LINE TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
               .

      * Starts a new page: advances past the last page's output
      * (except for page 1) and writes the title, the inquiry and a
      * rule line.
           PRINT-HEADER.
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER
               IF WS-PAGE-NUMBER > 1
                   MOVE SPACES TO ARCH-REPORT-RECORD
                   WRITE ARCH-REPORT-RECORD AFTER ADVANCING PAGE
               END-IF
               MOVE WS-HEADER-LINE-1 TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               MOVE WS-HEADER-LINE-2 TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               MOVE WS-HEADER-LINE-3 TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               MOVE WS-HEADER-LINE-4 TO ARCH-REPORT-RECORD
               WRITE ARCH-REPORT-RECORD
               MOVE 0 TO WS-LINE-COUNT
               .
