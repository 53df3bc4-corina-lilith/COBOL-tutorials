      * Greet (employee department validation) and the employee
      * roster report's department breaks.
      *****************************************************************
      * DEPT-MANAGER-ID is the EMP-ID of the department's manager,
      * validated by DeptMnt against active EMPMAST records, and
      * DEPT-MANAGER carries that employee's name as it stood when
      * the manager was set.  A master recorded before the ID and
      * the establishment fields existed (53 bytes, ending at
      * DEPT-MANAGER) is converted once by DeptConv, which sets the
      * ID to spaces - keeping the free text in DEPT-MANAGER - so
      * those departments show on the OrgChart report's exceptions
      * until a manager ID is keyed.
      * DEPT-AUTH-COUNT is the department's authorised headcount
      * (its establishment), in force from DEPT-AUTH-EFF-DATE as
      * approved by the supervisor in DEPT-AUTH-BY; DeptMnt keeps
      * every change on the DEPTAUTH history file.  Spaces in
      * DEPT-AUTH-EFF-DATE means no establishment has been set -
      * the count is then not checked, as in every department
      * DeptConv carries across.  The record fills the 79
      * bytes of a MASTIMG detail image exactly.
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE               PIC X(03).
           05  DEPT-NAME               PIC X(20).
           05  DEPT-MANAGER            PIC X(30).
           05  DEPT-MANAGER-ID         PIC X(06).
           05  DEPT-AUTH-COUNT         PIC 9(04).
           05  DEPT-AUTH-EFF-DATE      PIC X(08).
           05  DEPT-AUTH-BY            PIC X(08).
