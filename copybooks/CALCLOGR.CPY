           05  CL-OPERATOR-ID          PIC X(08).
           05  CL-RUN-NUMBER           PIC 9(04).
           05  CL-SOURCE-SYSTEM        PIC X(08).
      * CL-POST-SEQ is the posting sequence number, unique across
      * CALCLOG and never reused: every record takes the next number
      * from the CALCSEQ control record as it is written, so a
      * posted entry can be named exactly when it has to be backed
      * out.  Zero is a record written before sequences were kept.
      * CL-ENTRY-TYPE is spaces for an ordinary posting and "R" for
      * a reversal CalcRev wrote under a supervisor sign-on: the
      * operands are the original's, CL-RESULT and CL-REMAINDER are
      * the original's negated so any total over the file nets the
      * pair to zero, CL-REVERSED-SEQ points at the original's
      * CL-POST-SEQ, and CL-REASON-CODE is the reason keyed for it
      * (see CalcRev's reason table).  Both are zero/spaces on an
      * ordinary posting.
           05  CL-POST-SEQ             PIC 9(09).
           05  CL-ENTRY-TYPE           PIC X(01).
           05  CL-REVERSED-SEQ         PIC 9(09).
           05  CL-REASON-CODE          PIC X(03).
      * CL-PRIOR-PERIOD is "P" on an entry that adjusts a month the
      * CalcCls month-end close has already closed - a reversal of
      * a posting dated in a closed month, or any posting dated
      * into one - and spaces otherwise; CL-ADJ-PERIOD is then the
      * closed month (YYYYMM) it adjusts.  The writer judges it
      * against the CALCCLS close control record as it posts, so
      * the closed month's figures on CALCPTOT are never restated:
      * the entry is carried, flagged, in the next close instead.
           05  CL-PRIOR-PERIOD         PIC X(01).
           05  CL-ADJ-PERIOD           PIC X(06).
