      *****************************************************************
      * PREDCKR.CPY
      * Parameter area passed on CALL "PredChk" to check a batch
      * step's predecessors before it starts.  The caller fills in
      * its own program name (the RH-PROGRAM-ID it writes to
      * RUNHIST) and the business date; PredChk returns the
      * verdict and tells the operator why on the console.
      *****************************************************************
      * PK-RESULT:
      *   "C" clear - every predecessor finished cleanly today, or
      *       the step has none on JOBDEP
      *   "B" clear on a bypass - a predecessor has not finished
      *       cleanly but a supervisor's JOBBYP bypass covers it;
      *       PK-PREDECESSOR-ID, PK-BYPASS-BY and PK-REASON name
      *       the first one bypassed
      *   "R" refused - PK-PREDECESSOR-ID has no run record today,
      *       or its last run ended RC 2 or worse; PK-REASON says
      *       which.  The caller writes its run record with RC 4
      *       and stops without processing.
      *   "U" unchecked - JOBDEP not found; the step runs as it
      *       did before dependencies were kept
       01  PREDECESSOR-CHECK-AREA.
           05  PK-PROGRAM-ID           PIC X(08).
           05  PK-BUSINESS-DATE        PIC X(08).
           05  PK-RESULT               PIC X(01).
           05  PK-PREDECESSOR-ID       PIC X(08).
           05  PK-BYPASS-BY            PIC X(08).
           05  PK-REASON               PIC X(30).
