      *****************************************************************
      * FEEDEXPR.CPY
      * Record layout for the expected-feed schedule (FEEDEXP).
      * One record per upstream source system that is supposed to
      * send Calc a CALCIN feed, and how often - so FeedRpt's
      * monthly report can list the feeds that never arrived, not
      * just the ones that did.
      *****************************************************************
      * FE-FREQUENCY is "D" for a feed expected every calendar day,
      * "W" for one expected Monday to Friday, and "M" for one
      * expected once somewhere in the month.  A source on the
      * register with no FEEDEXP record still reports what it sent,
      * flagged as unscheduled.
       01  FEED-EXPECTED-RECORD.
           05  FE-SOURCE-SYSTEM        PIC X(08).
           05  FE-FREQUENCY            PIC X(01).
           05  FE-DESCRIPTION          PIC X(30).
