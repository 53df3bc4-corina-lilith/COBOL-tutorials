      *****************************************************************
      * BUSDTR.CPY
      * Record layout for the business processing date control file
      * (BUSDATE).  One record, rewritten whole by BusDate's
      * start-of-day roll-forward: every batch step and desk program
      * reads BD-BUSINESS-DATE at start-up and stamps and selects by
      * it instead of the system clock, so a stream that runs past
      * midnight or a failed day rerun the next morning still lands
      * on the business day it belongs to.
      *****************************************************************
      * BD-PRIOR-DATE is the business day the last roll-forward
      * closed.  BD-SET-DATE/BD-SET-TIME are the system clock at
      * the moment the record was rewritten and BD-SET-BY the job
      * or supervisor that rewrote it.  BD-OVERRIDE-FLAG is "O"
      * when a supervisor keyed the date (a backdated rerun, or a
      * day forced past a refused roll-forward) and spaces when the
      * normal roll-forward set it.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC X(08).
           05  BD-PRIOR-DATE           PIC X(08).
           05  BD-SET-DATE             PIC X(08).
           05  BD-SET-TIME             PIC X(08).
           05  BD-SET-BY               PIC X(08).
           05  BD-OVERRIDE-FLAG        PIC X(01).
