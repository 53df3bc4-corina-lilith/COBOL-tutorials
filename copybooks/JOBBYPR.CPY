      *****************************************************************
      * JOBBYPR.CPY
      * Record layout for the predecessor bypass file (JOBBYP).
      * One record per documented supervisor decision, keyed in
      * StepByp, to let a batch step run on one business day
      * although a predecessor JOBDEP lists for it has not finished
      * cleanly.  The file is appended, never rewritten; PredChk
      * honors the bypass and RunRpt lists it on the morning
      * report.
      *****************************************************************
      * A bypass covers one program, one predecessor and one
      * business date only - a step held by two predecessors needs
      * two.  JB-SUPERVISOR-ID is the supervisor who signed on to
      * StepByp; JB-SET-DATE/JB-SET-TIME are the system clock when
      * the bypass was keyed.
       01  JOB-BYPASS-RECORD.
           05  JB-BUSINESS-DATE        PIC X(08).
           05  JB-PROGRAM-ID           PIC X(08).
           05  JB-PREDECESSOR-ID       PIC X(08).
           05  JB-SUPERVISOR-ID        PIC X(08).
           05  JB-SET-DATE             PIC X(08).
           05  JB-SET-TIME             PIC X(08).
           05  JB-REASON               PIC X(30).
