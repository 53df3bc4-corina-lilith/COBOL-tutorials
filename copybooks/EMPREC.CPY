      * EMP-DEPT-CODE must match a DEPARTMENT-RECORD on DEPTMAST;
      * records added before departments existed carry spaces and
      * show on the roster report's exceptions page until updated.
      * EMP-REPORTS-TO is the EMP-ID of the employee's manager, or
      * spaces for someone at the top of the chain.  A master
      * recorded before the field existed (56 bytes, ending at
      * EMP-DEPT-CODE) is converted once by MgrConv, which sets it
      * to spaces on every record it carries across.  Greet and
      * EmpBatch only accept an active employee already on EMPMAST
      * that does not close a loop; a manager terminated since
      * leaves the reports pointing at them on the OrgChart
      * report's exceptions until they are reassigned.
       01  EMPLOYEE-RECORD.
           05  EMP-ID                  PIC 9(06).
           05  EMP-NAME                PIC X(30).
           05  EMP-STATUS              PIC X(01).
           05  EMP-TERM-DATE           PIC X(08).
           05  EMP-DEPT-CODE           PIC X(03).
           05  EMP-REPORTS-TO          PIC X(06).
