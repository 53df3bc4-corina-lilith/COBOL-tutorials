      *****************************************************************
      * LEAVER.CPY
      * Record layout for the planned leave and absence file (LEAVE),
      * append-only, one record per booking or cancellation.  A
      * booking is identified by employee ID and start date; the
      * latest record for that pair is the one that stands, so a
      * cancellation is a "C" record appended over the "B" that
      * booked it, never a rewrite.  Maintained at the terminal
      * through Greet's leave option and loaded from the HR EMPTRAN
      * feed through EmpBatch ("L" transactions).
      *****************************************************************
      * LV-LEAVE-TYPE:  "H" holiday, "S" sick leave, "T" training,
      *                 "O" other authorised absence.
      * LV-START-DATE and LV-END-DATE are YYYYMMDD and inclusive; a
      * one-day absence carries the same date in both.
      * LV-STATUS:      "B" booked, "C" cancelled.
      * LV-APPROVED-BY is the operator who booked (or cancelled) the
      * leave at the terminal, or "EMPTRAN" for a booking that came
      * in on the HR feed.
       01  LEAVE-RECORD.
           05  LV-EMP-ID               PIC 9(06).
           05  LV-LEAVE-TYPE           PIC X(01).
           05  LV-START-DATE           PIC X(08).
           05  LV-END-DATE             PIC X(08).
           05  LV-STATUS               PIC X(01).
           05  LV-APPROVED-BY          PIC X(08).
           05  LV-ENTRY-DATE           PIC X(08).
           05  LV-ENTRY-TIME           PIC X(08).
