      *****************************************************************
      * PAYREGR.CPY
      * Record layout for the pay-period extract register (PAYREG).
      * PayExtr appends one record for every period it extracts,
      * and refuses a period that overlaps one the register still
      * shows as extracted - payroll must never be paid the same
      * hours twice.  PayRst, under a supervisor sign-on, appends a
      * reset record that frees the period for a deliberate
      * re-extract.  The file is appended, never rewritten, in the
      * way FEEDREG is.
      *****************************************************************
      * PR-STATUS says what the record is:
      *   "E" - the period PR-PERIOD-FROM/THRU was extracted;
      *         PR-RECORD-COUNT and PR-HOURS-HASH are the trailer
      *         totals sent to payroll.
      *   "R" - a supervisor reset the extraction of that same
      *         period; PR-REASON says why and PR-OPERATOR-ID who.
      * In append order the latest "E" for a period stands until a
      * later "R" for the same FROM/THRU dates cancels it.
       01  PAY-REGISTER-RECORD.
           05  PR-PERIOD-FROM          PIC X(08).
           05  PR-PERIOD-THRU          PIC X(08).
           05  PR-STATUS               PIC X(01).
           05  PR-RECORD-COUNT         PIC 9(09).
           05  PR-HOURS-HASH           PIC 9(11).
           05  PR-PROCESS-DATE         PIC X(08).
           05  PR-PROCESS-TIME         PIC X(08).
           05  PR-OPERATOR-ID          PIC X(08).
           05  PR-REASON               PIC X(20).
