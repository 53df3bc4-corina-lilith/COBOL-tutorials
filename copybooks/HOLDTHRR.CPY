      *****************************************************************
      * HOLDTHRR.CPY
      * Record layout for the high-value hold threshold table
      * (HOLDTHR).  One record per upstream source system whose
      * large transactions need a second pair of eyes: a CALCIN
      * transaction from that source whose either operand, or whose
      * result, is larger than the threshold in magnitude is not
      * posted by the batch window but parked on CALCHOLD until a
      * supervisor releases or rejects it.
      *****************************************************************
      * HT-SOURCE-SYSTEM spaces is the default threshold for any
      * source with no record of its own; a source with neither
      * posts everything, as before thresholds existed.  The
      * threshold is whole units and cents, compared against the
      * operands and the result (CL-REMAINDER's value for a "%").
       01  HOLD-THRESHOLD-RECORD.
           05  HT-SOURCE-SYSTEM        PIC X(08).
           05  HT-THRESHOLD            PIC 9(11)V99.
