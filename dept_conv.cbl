       IDENTIFICATION DIVISION.
       PROGRAM-ID. DeptConv.

      * One-time DEPTMAST conversion: reads the department master
      * as recorded before the manager ID and the establishment
      * fields were added - renamed DEPTOLD for the run, the
      * code/name/manager-name record - and writes a fresh DEPTMAST
      * under the current layout with the old fields carried
      * across and the new ones defaulted.  DEPT-MANAGER-ID is set
      * to spaces and the free-text DEPT-MANAGER kept as it was, so
      * every converted department shows on the OrgChart report's
      * exceptions until its manager is keyed through DeptMnt.  No
      * establishment is set: DEPT-AUTH-COUNT zero and spaces in
      * DEPT-AUTH-EFF-DATE and DEPT-AUTH-BY, which EmpBatch and
      * Greet read as "headcount not checked" and EstRpt lists as
      * NOT SET until DeptMnt records one on DEPTAUTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPTOLD-FILE ASSIGN TO "DEPTOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-DEPT-CODE
               FILE STATUS IS WS-DEPTOLD-STATUS.

           SELECT DEPTMAST-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE
               FILE STATUS IS WS-DEPTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the department master as production recorded it before
      * this conversion - 53 bytes, ending at the manager's name;
      * the only program that still reads this layout
       FD  DEPTOLD-FILE.
       01  OLD-DEPARTMENT-RECORD.
           05  OLD-DEPT-CODE           PIC X(03).
           05  OLD-DEPT-NAME           PIC X(20).
           05  OLD-DEPT-MANAGER        PIC X(30).

       FD  DEPTMAST-FILE.
       COPY DEPTREC.

       WORKING-STORAGE SECTION.
       01 WS-DEPTOLD-STATUS PIC X(2) VALUE "00".
       01 WS-DEPTMAST-STATUS PIC X(2) VALUE "00".
       01 WS-CONVERTED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "DEPTMAST manager and establishment conversion"
           OPEN INPUT DEPTOLD-FILE
           IF WS-DEPTOLD-STATUS = "35"
               DISPLAY "DEPTOLD not found - stage the old master "
                   "under that name first"
               MOVE "10" TO WS-DEPTOLD-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DEPTMAST-FILE
               PERFORM UNTIL WS-DEPTOLD-STATUS = "10"
                   READ DEPTOLD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-DEPTOLD-STATUS
                       NOT AT END
                           PERFORM CONVERT-ONE-DEPARTMENT
                   END-READ
               END-PERFORM
               CLOSE DEPTOLD-FILE
               CLOSE DEPTMAST-FILE
               DISPLAY "Departments converted: " WS-CONVERTED-COUNT
           END-IF
           STOP RUN.

      * Copies one record across and defaults the fields the old
      * layout never carried: no manager ID and no establishment.
           CONVERT-ONE-DEPARTMENT.
               MOVE OLD-DEPT-CODE TO DEPT-CODE
               MOVE OLD-DEPT-NAME TO DEPT-NAME
               MOVE OLD-DEPT-MANAGER TO DEPT-MANAGER
               MOVE SPACES TO DEPT-MANAGER-ID
               MOVE 0 TO DEPT-AUTH-COUNT
               MOVE SPACES TO DEPT-AUTH-EFF-DATE
               MOVE SPACES TO DEPT-AUTH-BY
               WRITE DEPARTMENT-RECORD
               ADD 1 TO WS-CONVERTED-COUNT
               .
