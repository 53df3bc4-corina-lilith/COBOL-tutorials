      * the code.
      *
      * Reason codes:
      *   01  transaction code not A, U, T, R or L
      *   02  employee ID not numeric
      *   03  "A" for an ID already on file
      *   04  "U", "T" or "L" for an ID not on file
      *   05  date of birth not numeric, or the age computed from
      *       it is outside the working-age bounds
      *   06  department code not on DEPTMAST
      *   08  "R" for an ID with no unrehired EMPTERM record
      *   09  "R" for an ID already back on EMPMAST
      *   10  effective date present but not a valid calendar date
      *   11  "L" for an employee already terminated
      *   12  "L" with a leave type not H, S, T or O, a first or
      *       last day that is not a valid calendar date, or a
      *       last day before the first
      *   13  "L" overlapping leave already booked for the employee
      *   14  "A" or "U" whose reports-to ID is not numeric, not an
      *       active employee on EMPMAST, the employee's own ID,
      *       or one whose own chain of managers leads back to
      *       the employee
      *****************************************************************
       01  EMP-REJECT-RECORD.
           05  RJ-TRANS-CODE           PIC X(01).
           05  RJ-EMP-DOB              PIC X(08).
           05  RJ-DEPT-CODE            PIC X(03).
           05  RJ-EFFECTIVE-DATE       PIC X(08).
           05  RJ-REPORTS-TO           PIC X(06).
           05  RJ-REASON-CODE          PIC X(02).
