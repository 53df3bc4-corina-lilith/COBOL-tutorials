      *****************************************************************
      * DPTAUTHR.CPY
      * Record layout for the department establishment history file
      * (DEPTAUTH), append-only, one record per change to a
      * department's authorised headcount keyed in DeptMnt.  The
      * current establishment is also carried on the DEPARTMENT-
      * RECORD itself; this file is what says what it was at any
      * earlier date, which the monthly EstRpt establishment report
      * reads instead of DEPTMAST.
      *****************************************************************
      * DA-ACTION:      "S" establishment set or changed,
      *                 "W" withdrawn - the department has no
      *                 establishment from DA-EFFECTIVE-DATE on
      *                 (keyed blank in DeptMnt, or the department
      *                 deleted or merged away).
      * DA-EFFECTIVE-DATE is YYYYMMDD, the day the new count takes
      * effect; DeptMnt never accepts one earlier than the
      * effective date already standing for the department, so
      * the last record in the file with an effective date on or
      * before a given day is the establishment on that day.
      * DA-OLD-COUNT/DA-NEW-COUNT are the count before and after
      * the change (zero on the side where none was set).
      * DA-APPROVED-BY is the supervisor signed on to DeptMnt;
      * DA-SET-DATE/DA-SET-TIME are the business date and clock
      * time the change was keyed.
       01  DEPT-AUTH-RECORD.
           05  DA-DEPT-CODE            PIC X(03).
           05  DA-EFFECTIVE-DATE       PIC X(08).
           05  DA-ACTION               PIC X(01).
           05  DA-OLD-COUNT            PIC 9(04).
           05  DA-NEW-COUNT            PIC 9(04).
           05  DA-APPROVED-BY          PIC X(08).
           05  DA-SET-DATE             PIC X(08).
           05  DA-SET-TIME             PIC X(08).
