      *****************************************************************
      * CALCSEQR.CPY
      * Record layout for the CALCLOG posting-sequence control file
      * (CALCSEQ).  One record, rewritten whole each time a number
      * is taken: Calc and CalcRev read the last number issued, add
      * one, stamp it on the CALCLOG record as CL-POST-SEQ and write
      * the control record back before the log record is written.
      *****************************************************************
      * A CALCSEQ that has never been created (or is empty) starts
      * the sequence at one.  SQ-SET-BY is the program that issued
      * the last number, with the business date and time it did so.
       01  CALC-SEQUENCE-RECORD.
           05  SQ-LAST-POST-SEQ        PIC 9(09).
           05  SQ-SET-DATE             PIC X(08).
           05  SQ-SET-TIME             PIC X(08).
           05  SQ-SET-BY               PIC X(08).
