      * OP-STATUS is "A" for an active operator and "D" for one
      * disabled by OperMnt; spaces reads as active.  A disabled
      * operator's record stays on file so the audit stamps it made
      * remain attributable.  "L" is an operator locked out by
      * SecLog after repeated wrong passwords; every sign-on refuses
      * it until a supervisor resets it through OperMnt.
      * OP-FAIL-COUNT is the wrong passwords keyed against this ID
      * since its last accepted sign-on; spaces (a record written
      * before the count existed) reads as zero.
       01  OPERATOR-RECORD.
           05  OP-ID                   PIC X(08).
           05  OP-NAME                 PIC X(30).
           05  OP-PASSWORD             PIC X(08).
           05  OP-AUTH-LEVEL           PIC X(01).
           05  OP-STATUS               PIC X(01).
           05  OP-FAIL-COUNT           PIC 9(02).
