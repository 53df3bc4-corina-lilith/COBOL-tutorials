      *****************************************************************
      * SECJRNR.CPY
      * Record layout for the security event journal (SECJRNL).
      * Every sign-on, supervisor check and override the desk
      * programs make, and every change OperMnt makes to OPERMAST,
      * is appended here by SecLog, so a refused password or a
      * supervisor clearing a stuck flag leaves a trace after the
      * screen has scrolled away.  The file is appended, never
      * rewritten; SecRpt's daily violation report is drawn from
      * it.
      *****************************************************************
      * SJ-EVENT-TYPE:
      *   "SS" sign-on accepted, password matched
      *   "SB" sign-on accepted with no password on file
      *   "SN" sign-on accepted unvalidated - OPERMAST not found
      *   "PF" sign-on refused, wrong password - counts toward the
      *        operator's lockout
      *   "SF" sign-on refused for any other reason (unknown ID,
      *        disabled, not a supervisor) - SJ-DETAIL says which
      *   "SL" sign-on refused, operator locked out
      *   "LK" operator locked out after repeated wrong passwords
      *   "OV" supervisor override of a control
      *   "OA" OperMnt add            "OD" OperMnt disable
      *   "OE" OperMnt re-enable      "OP" OperMnt password change
      *   "OL" OperMnt authority change
      *   "ON" OperMnt name change    "OR" OperMnt lockout reset
      * SJ-OPERATOR-ID is the ID keyed (or signed on) that made the
      * event; SJ-TARGET-ID is the other party where there is one -
      * the operator record OperMnt changed, the desk operator a
      * supervisor override was keyed for, the run or supervisor
      * that set a flag being cleared.  SJ-EVENT-DATE is the
      * business date.
       01  SECURITY-JOURNAL-RECORD.
           05  SJ-EVENT-DATE           PIC X(08).
           05  SJ-EVENT-TIME           PIC X(08).
           05  SJ-PROGRAM-ID           PIC X(08).
           05  SJ-EVENT-TYPE           PIC X(02).
           05  SJ-OPERATOR-ID          PIC X(08).
           05  SJ-TARGET-ID            PIC X(08).
           05  SJ-DETAIL               PIC X(30).
