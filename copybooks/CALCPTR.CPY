      *****************************************************************
      * CALCPTR.CPY
      * Record layout for the CALCLOG period-totals file (CALCPTOT),
      * the permanent record of each closed month.  Append-only:
      * CalcCls writes one set of records per month it closes and
      * one per year it rolls over, and nothing ever rewrites or
      * purges them - CALCLOG itself may later be archived away.
      *****************************************************************
      * PT-RECORD-KIND is "M" for a month-end close and "Y" for the
      * year-end rollover of the year ending PT-PERIOD (always that
      * year's December).
      * PT-TOTAL-TYPE says what PT-TOTAL-KEY names:
      *   "O" an operation (+ - * / % in the first byte)
      *   "S" a source system (spaces for interactive sessions)
      *   "P" an operator ID
      *   "T" the whole month, key spaces
      * Amounts follow CalcSum: CL-REMAINDER for a "%" entry,
      * CL-RESULT for the rest, reversals netting their originals.
      * PT-MTD-COUNT/PT-MTD-AMOUNT are everything the close carried
      * into the month - postings dated in it, plus any entry dated
      * into an earlier, already closed month that was posted after
      * that month closed.  PT-ADJ-COUNT/PT-ADJ-AMOUNT are the part
      * of them flagged as prior-period adjustments (CL-PRIOR-PERIOD
      * "P").  PT-YTD-COUNT/PT-YTD-AMOUNT are the month's figures
      * added to the year's closed months before it; on a "Y"
      * record the month figures are zero and the year-to-date
      * figures are the year's final totals.  PT-CLOSED-DATE is the
      * business date of the close or rollover.
      * Signed fields carry SIGN IS TRAILING SEPARATE for the same
      * reason CALCLOGR gives.
       01  PERIOD-TOTAL-RECORD.
           05  PT-PERIOD               PIC X(06).
           05  PT-RECORD-KIND          PIC X(01).
           05  PT-TOTAL-TYPE           PIC X(01).
           05  PT-TOTAL-KEY            PIC X(08).
           05  PT-MTD-COUNT            PIC 9(09).
           05  PT-MTD-AMOUNT           PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  PT-ADJ-COUNT            PIC 9(09).
           05  PT-ADJ-AMOUNT           PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  PT-YTD-COUNT            PIC 9(09).
           05  PT-YTD-AMOUNT           PIC S9(13)V99
                                        SIGN IS TRAILING SEPARATE.
           05  PT-CLOSED-DATE          PIC X(08).
