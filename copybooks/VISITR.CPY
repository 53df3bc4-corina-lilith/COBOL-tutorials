      *****************************************************************
      * VISITR.CPY
      * Record layout for the visitor and contractor register
      * (VISITLOG).  Greet's sign-in appends an arrival here,
      * instead of a GREETLOG record, for a name that is not on
      * EMPMAST and is confirmed as a visitor or contractor; the
      * sign-out appends the departure.  Like GREETLOG the file is
      * appended, never rewritten - the latest record for a badge
      * says where that badge is - and VisRpt's end-of-day roll of
      * who is still on site and which badges are still out is
      * drawn from it.
      *****************************************************************
      * VL-RECORD-TYPE is "I" for an arrival (badge issued), "O"
      * for a departure and "B" for a badge handed back after its
      * holder had already signed out.  VL-BADGE-RETURNED is "Y" or
      * "N" on a departure and spaces otherwise.  The departure and
      * badge-return records repeat the arrival's visitor, company
      * and host fields so every record reads on its own.
      * VL-VISITOR-TYPE is "V" for a visitor and "C" for a
      * contractor.  VL-HOST-EMP-ID is the employee they came to
      * see, checked against EMPMAST at sign-in, and VL-HOST-DEPT
      * that employee's department at the time.  VL-EXPECTED-OUT
      * is the HHMM the visitor expects to leave on the arrival
      * date.
       01  VISITOR-LOG-RECORD.
           05  VL-RECORD-TYPE          PIC X(01).
           05  VL-BADGE-NO             PIC X(06).
           05  VL-VISITOR-NAME         PIC X(30).
           05  VL-VISITOR-TYPE         PIC X(01).
           05  VL-COMPANY              PIC X(30).
           05  VL-HOST-EMP-ID          PIC 9(06).
           05  VL-HOST-DEPT            PIC X(03).
           05  VL-EXPECTED-OUT         PIC X(04).
           05  VL-LOG-DATE             PIC X(08).
           05  VL-LOG-TIME             PIC X(08).
           05  VL-BADGE-RETURNED       PIC X(01).
           05  VL-OPERATOR-ID          PIC X(08).
