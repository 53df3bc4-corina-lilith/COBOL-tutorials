       IDENTIFICATION DIVISION.
       PROGRAM-ID. MgrConv.

      * One-time EMPMAST reports-to conversion: reads the master as
      * recorded before EMP-REPORTS-TO was added - renamed EMPOLD
      * for the run, the ID/name/date-of-birth/status/termination/
      * department record production ran on until then - and
      * writes a fresh EMPMAST under the current layout with every
      * field carried across and EMP-REPORTS-TO set to spaces.
      * Nobody's manager can be told from the old record, so every
      * converted employee starts at the top of a chain of their
      * own and the OrgChart report lists them all flat until the
      * reporting lines are keyed through Greet's update or arrive
      * on an EMPTRAN update.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPOLD-FILE ASSIGN TO "EMPOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-EMP-ID
               ALTERNATE RECORD KEY IS OLD-EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPOLD-STATUS.

           SELECT EMPMAST-FILE ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the employee master as production recorded it before this
      * conversion - 56 bytes, ending at the department code; the
      * only program that still reads this layout
       FD  EMPOLD-FILE.
       01  OLD-EMPLOYEE-RECORD.
           05  OLD-EMP-ID              PIC 9(06).
           05  OLD-EMP-NAME            PIC X(30).
           05  OLD-EMP-DOB             PIC X(08).
           05  OLD-EMP-STATUS          PIC X(01).
           05  OLD-EMP-TERM-DATE       PIC X(08).
           05  OLD-EMP-DEPT-CODE       PIC X(03).

       FD  EMPMAST-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01 WS-EMPOLD-STATUS PIC X(2) VALUE "00".
       01 WS-EMPMAST-STATUS PIC X(2) VALUE "00".
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "EMPMAST reports-to conversion"
           OPEN INPUT EMPOLD-FILE
           IF WS-EMPOLD-STATUS = "35"
               DISPLAY "EMPOLD not found - stage the old master "
                   "under that name first"
               MOVE "10" TO WS-EMPOLD-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EMPMAST-FILE
               PERFORM UNTIL WS-EMPOLD-STATUS = "10"
                   READ EMPOLD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-EMPOLD-STATUS
                       NOT AT END
                           PERFORM CONVERT-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPOLD-FILE
               CLOSE EMPMAST-FILE
               DISPLAY "Employees converted: " WS-CONVERTED-COUNT
           END-IF
           STOP RUN.

      * Copies one record across unchanged and defaults the one
      * field the old layout never carried: no manager, which
      * OrgChart reads as the top of a chain.
           CONVERT-ONE-EMPLOYEE.
               MOVE OLD-EMP-ID TO EMP-ID
               MOVE OLD-EMP-NAME TO EMP-NAME
               MOVE OLD-EMP-DOB TO EMP-DOB
               MOVE OLD-EMP-STATUS TO EMP-STATUS
               MOVE OLD-EMP-TERM-DATE TO EMP-TERM-DATE
               MOVE OLD-EMP-DEPT-CODE TO EMP-DEPT-CODE
               MOVE SPACES TO EMP-REPORTS-TO
               WRITE EMPLOYEE-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
               .
