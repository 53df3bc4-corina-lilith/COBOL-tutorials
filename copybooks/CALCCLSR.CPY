      *****************************************************************
      * CALCCLSR.CPY
      * Record layout for the CALCLOG period-close control file
      * (CALCCLS).  One record, rewritten whole by CalcCls at each
      * month-end close and year-end rollover.  Calc, CalcRev and
      * HoldRel read it before they post, to flag an entry dated
      * into (or reversing one dated in) a closed month as a
      * prior-period adjustment; CalcArch reads it to refuse a
      * purge reaching into a month not yet closed.
      *****************************************************************
      * A CALCCLS that has never been created (or is empty) means no
      * month has been closed: nothing is flagged, nothing may be
      * purged, and the first close may be for any ended month.
      * CC-LAST-CLOSED-PERIOD is the latest month closed (YYYYMM);
      * months close strictly in turn, so every month before it is
      * closed too.  CC-HIGH-POST-SEQ is the highest CL-POST-SEQ on
      * CALCLOG when that close ran: a later entry dated into a
      * closed month carries a higher number, which is how the next
      * close (and CalcArch) tells it has not been counted yet.
      * CC-CLOSED-DATE/CC-CLOSED-TIME are the business date and clock
      * time of the close.  CC-OVERRIDE-BY is the supervisor whose
      * CLSOVR override let the close run past unresolved CALCEXC
      * exceptions, spaces when none was needed.
      * CC-LAST-ROLLED-YEAR is the last year whose year-to-date
      * figures the year-end run rolled over (spaces for none);
      * January does not close until the year before it is rolled.
       01  CALC-CLOSE-RECORD.
           05  CC-LAST-CLOSED-PERIOD   PIC X(06).
           05  CC-HIGH-POST-SEQ        PIC 9(09).
           05  CC-CLOSED-DATE          PIC X(08).
           05  CC-CLOSED-TIME          PIC X(08).
           05  CC-OVERRIDE-BY          PIC X(08).
           05  CC-LAST-ROLLED-YEAR     PIC X(04).
           05  CC-ROLLED-DATE          PIC X(08).
