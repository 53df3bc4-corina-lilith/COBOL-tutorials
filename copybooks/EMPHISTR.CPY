      *****************************************************************
      * EMPHISTR.CPY
      * Record layout for the employee master change-history file
      * (EMPHIST).  One record is appended for every add, update,
      * terminate, rehire and sweep applied to EMPMAST - from Greet
      * at the terminal, the EmpBatch EMPTRAN feed, DeptMnt and
      * EmpSweep alike - carrying the before and after images of
      * the fields maintenance can change, who made the change and
      * when, so "who changed this employee's department and when"
      * has an answer after the REWRITE is long gone.
      *****************************************************************
      * CH-ACTION is "A" add, "U" update, "T" terminate, "R"
      * rehire (restored from EMPTERM) or "S" swept to EMPTERM (the
      * master record deleted).
      * CH-CHANGED-BY is the signed-on operator ID for a terminal
      * change and the program or feed name (EMPTRAN, DEPTMNT,
      * EMPSWEEP) for a batch one.
      * CH-OLD-IMAGE is spaces on an add - there was no record
      * before it - and CH-NEW-IMAGE is spaces on a sweep.
      * In append order the records are the full change stream
      * EmpRcvr re-applies to a master image to rebuild EMPMAST.
      * CH-OLD-REPORTS-TO and CH-NEW-REPORTS-TO carry the before and
      * after EMP-REPORTS-TO; they follow the images so history
      * written before the field existed still reads, as spaces.
       01  EMP-HISTORY-RECORD.
           05  CH-EMP-ID               PIC 9(06).
           05  CH-ACTION               PIC X(01).
               10  CH-NEW-STATUS       PIC X(01).
               10  CH-NEW-TERM-DATE    PIC X(08).
               10  CH-NEW-DEPT         PIC X(03).
           05  CH-OLD-REPORTS-TO       PIC X(06).
           05  CH-NEW-REPORTS-TO       PIC X(06).
