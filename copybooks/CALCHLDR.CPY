      *****************************************************************
      * CALCHLDR.CPY
      * Record layout for the high-value held-transaction file
      * (CALCHOLD).  The Calc batch window appends one record for
      * every transaction over its source's HOLDTHR threshold
      * instead of posting it to CALCLOG; HoldRel, off Menu, is
      * where a supervisor other than the batch submitter releases
      * (posts to CALCLOG under the original run number) or rejects
      * (sends to CALCEXC) each one, and HoldAge lists anything
      * still held more than two days.
      *****************************************************************
      * HD-RUN-NUMBER and HD-TRANS-SEQ (the transaction's position
      * in the run, the same count CALCCKPT checkpoints) identify
      * the hold.  HD-RESULT/HD-REMAINDER are what the window
      * computed, so a release posts exactly what was held.
      * HD-SUBMITTED-BY is the operator the batch window ran under.
      * HD-STATUS is "H" while held, "R" once released and "J" once
      * rejected; HD-DECIDED-BY/date/time say which supervisor
      * decided it and when, and HD-POST-SEQ is the CL-POST-SEQ a
      * release was posted under (zero otherwise).
       01  CALC-HOLD-RECORD.
           05  HD-RUN-NUMBER           PIC 9(04).
           05  HD-TRANS-SEQ            PIC 9(09).
           05  HD-NUM1                 PIC S9(9)
                                        SIGN IS TRAILING SEPARATE.
           05  HD-OPERATION            PIC X(01).
           05  HD-NUM2                 PIC S9(9)
                                        SIGN IS TRAILING SEPARATE.
           05  HD-RESULT               PIC S9(11)V99
                                        SIGN IS TRAILING SEPARATE.
           05  HD-REMAINDER            PIC S9(9)
                                        SIGN IS TRAILING SEPARATE.
           05  HD-SOURCE-SYSTEM        PIC X(08).
           05  HD-THRESHOLD            PIC 9(11)V99.
           05  HD-HOLD-DATE            PIC X(08).
           05  HD-HOLD-TIME            PIC X(08).
           05  HD-SUBMITTED-BY         PIC X(08).
           05  HD-STATUS               PIC X(01).
           05  HD-DECIDED-BY           PIC X(08).
           05  HD-DECIDED-DATE         PIC X(08).
           05  HD-DECIDED-TIME         PIC X(08).
           05  HD-POST-SEQ             PIC 9(09).
