      *****************************************************************
      * JOBDEPR.CPY
      * Record layout for the job dependency control file (JOBDEP).
      * One record per batch program and predecessor it needs
      * finished before it may start on the same business day.
      * Every batch step hands its own name to PredChk at start-up,
      * which checks the step's predecessors against RUNHIST; RunRpt
      * and BusDate take the steps expected every business day from
      * this file as well.
      *****************************************************************
      * JD-PREDECESSOR-ID spaces is a program with no predecessor,
      * on file only so its frequency is known; a program with two
      * predecessors has two records.  A predecessor has "completed
      * cleanly" when its last RUNHIST record for the business date
      * ended RC 0 or 1 - the rule BusDate's roll-forward applies.
      * JD-FREQUENCY is "D" for a step every business day must show
      * a run record for and "P" for a periodic or on-request step
      * (the weekly, monthly and pay-period jobs); a program's
      * records should all carry the same frequency, and RunRpt
      * and BusDate treat it as daily if any of them says "D".
      * The daily chain as shipped:
      *   EMPREL     no predecessor      EMPBATCH   after EMPREL
      *   CALCEDIT   no predecessor      CALC       after CALCEDIT
      *   CTLSTAGE   after EMPBATCH      HCSNAP     after EMPBATCH
      *   COUNTS     after CALC and CTLSTAGE
      * with the other ENDOFDAY reports and the periodic jobs on
      * file as "P" with no predecessor.
       01  JOB-DEPENDENCY-RECORD.
           05  JD-PROGRAM-ID           PIC X(08).
           05  JD-PREDECESSOR-ID       PIC X(08).
           05  JD-FREQUENCY            PIC X(01).
           05  JD-DESCRIPTION          PIC X(30).
