      *****************************************************************
      * PAYTAR.CPY
      * Record layout for the payroll time-and-attendance interface
      * file (PAYTA) PayExtr builds once per pay period from the
      * GREETLOG sign-in/sign-out pairs, so payroll loads the hours
      * instead of re-keying them from HrsRpt.  Like CALCIN the file
      * carries control records around the detail so a half-loaded
      * transfer is caught on the payroll side:
      *   PT-RECORD-TYPE "H" - header: the pay period and when it
      *       was extracted, first record.
      *   PT-RECORD-TYPE "D" - one employee's day: EMP-ID and
      *       department from EMPMAST, the matched minutes on site
      *       up to the daily overtime limit, and the minutes over
      *       it.
      *   PT-RECORD-TYPE "T" - trailer: the pay period again, the
      *       "D" record count and an hours hash total (regular
      *       plus overtime minutes over every "D" record), last
      *       record.
      *****************************************************************
      * PT-OT-LIMIT on the header is the daily limit in minutes the
      * split was made at, so payroll can see which rule applied.
      * Every record is 80 bytes, blank-filled, the fixed length
      * PAYTA is catalogued with.
       01  PAY-INTERFACE-RECORD.
           05  PT-RECORD-TYPE          PIC X(01).
           05  PT-DETAIL-DATA.
               10  PT-EMP-ID           PIC 9(06).
               10  PT-DEPT-CODE        PIC X(03).
               10  PT-WORK-DATE        PIC X(08).
               10  PT-REGULAR-MINS     PIC 9(05).
               10  PT-OVERTIME-MINS    PIC 9(05).
               10  FILLER              PIC X(52).
           05  PT-HEADER-DATA REDEFINES PT-DETAIL-DATA.
               10  PT-HDR-PERIOD-FROM  PIC X(08).
               10  PT-HDR-PERIOD-THRU  PIC X(08).
               10  PT-HDR-EXTRACT-DATE PIC X(08).
               10  PT-HDR-EXTRACT-TIME PIC X(08).
               10  PT-OT-LIMIT         PIC 9(05).
               10  FILLER              PIC X(42).
           05  PT-TRAILER-DATA REDEFINES PT-DETAIL-DATA.
               10  PT-TRL-PERIOD-FROM  PIC X(08).
               10  PT-TRL-PERIOD-THRU  PIC X(08).
               10  PT-RECORD-COUNT     PIC 9(09).
               10  PT-HOURS-HASH       PIC 9(11).
               10  FILLER              PIC X(43).
