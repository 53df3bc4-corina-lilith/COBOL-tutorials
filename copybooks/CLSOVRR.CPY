      *****************************************************************
      * CLSOVRR.CPY
      * Record layout for the month-end close override file
      * (CLSOVR).  One record per documented supervisor decision,
      * keyed in ClsOvr, to let CalcCls close a month although
      * CALCEXC still holds unresolved exceptions dated in it.  The
      * file is appended, never rewritten; CalcCls honors the
      * latest override for the month and names its supervisor on
      * the close report and the CALCCLS control record.
      *****************************************************************
      * CO-UNRESOLVED-COUNT is how many unresolved exceptions the
      * month held when the override was keyed - CalcCls refuses
      * the close if it finds more, since the override did not
      * cover those, and a fresh override must be keyed.
      * CO-SUPERVISOR-ID is the supervisor who signed on to ClsOvr;
      * CO-BUSINESS-DATE is the business date the override was
      * keyed on, and CO-SET-DATE/CO-SET-TIME the system clock.
       01  CLOSE-OVERRIDE-RECORD.
           05  CO-PERIOD               PIC X(06).
           05  CO-UNRESOLVED-COUNT     PIC 9(05).
           05  CO-SUPERVISOR-ID        PIC X(08).
           05  CO-BUSINESS-DATE        PIC X(08).
           05  CO-SET-DATE             PIC X(08).
           05  CO-SET-TIME             PIC X(08).
           05  CO-REASON               PIC X(30).
