      * record, "T" terminates it, "R" rehires it from the EMPTERM
      * history file (name, date of birth and department are
      * ignored on a "T" or an "R" - a rehire restores what
      * EMPTERM preserved), "L" books planned leave for it on the
      * LEAVE file.
      *****************************************************************
      * ET-EFFECTIVE-DATE lets HR send next month's intake and
      * planned terminations ahead of time: a transaction dated in
      * not after the run date) applies immediately, so feeds
      * prepared before the field existed behave as they always
      * did.
      * An "L" carries its booking in the name positions (see
      * ET-LEAVE-DATA): the leave type (H, S, T or O, as LEAVER.CPY
      * lists them) and the first and last days of the absence,
      * YYYYMMDD, a blank last day meaning a one-day absence.  Date
      * of birth and department are ignored on an "L".
      * ET-REPORTS-TO is the EMP-ID of the employee's manager on an
      * "A" or "U".  Spaces on a "U" keeps the manager already on
      * file, so feeds prepared before the field existed change
      * nothing; 000000 clears it.  Spaces or 000000 on an "A"
      * adds the employee with no manager.
       01  EMP-TRANS-RECORD.
           05  ET-TRANS-CODE           PIC X(01).
           05  ET-EMP-ID               PIC X(06).
           05  ET-EMP-NAME             PIC X(30).
           05  ET-LEAVE-DATA REDEFINES ET-EMP-NAME.
               10  ET-LEAVE-TYPE       PIC X(01).
               10  ET-LEAVE-START      PIC X(08).
               10  ET-LEAVE-END        PIC X(08).
               10  FILLER              PIC X(13).
           05  ET-EMP-DOB              PIC X(08).
           05  ET-DEPT-CODE            PIC X(03).
           05  ET-EFFECTIVE-DATE       PIC X(08).
           05  ET-REPORTS-TO           PIC X(06).
