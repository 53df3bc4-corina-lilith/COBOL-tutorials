      *****************************************************************
      * MASTIMGR.CPY
      * Record layout for the master image file (MASTIMG) EmpImg
      * appends a copy of EMPMAST and of DEPTMAST to each week, the
      * starting point EmpRcvr rebuilds the masters from.  The file
      * is append-only: every copy of a master is one complete
      * image bracketed by control records, so an older image is
      * still there to start from when the latest one is not the
      * one wanted:
      *   MI-RECORD-TYPE "H" - header: which master, the business
      *       date and the time the copy was taken, and how many
      *       EMPHIST records existed at that moment - the changes
      *       already in the image, which recovery skips.
      *   MI-RECORD-TYPE "D" - one master record exactly as read,
      *       in key order - an EMPLOYEE-RECORD or a
      *       DEPARTMENT-RECORD as the header says.
      *   MI-RECORD-TYPE "T" - trailer: the master, date and time
      *       again and the "D" record count.  An image without its
      *       trailer (or whose count disagrees) was cut short and
      *       is never used.
      *****************************************************************
      * The EMPMAST and DEPTMAST images from one EmpImg run carry
      * the same date and time, which is how recovery pairs them.
       01  MASTER-IMAGE-RECORD.
           05  MI-RECORD-TYPE          PIC X(01).
           05  MI-DETAIL-DATA          PIC X(79).
           05  MI-HEADER-DATA REDEFINES MI-DETAIL-DATA.
               10  MI-HDR-FILE-ID      PIC X(08).
               10  MI-HDR-IMAGE-DATE   PIC X(08).
               10  MI-HDR-IMAGE-TIME   PIC X(08).
               10  MI-HDR-EMPHIST-COUNT
                                       PIC 9(09).
               10  FILLER              PIC X(46).
           05  MI-TRAILER-DATA REDEFINES MI-DETAIL-DATA.
               10  MI-TRL-FILE-ID      PIC X(08).
               10  MI-TRL-IMAGE-DATE   PIC X(08).
               10  MI-TRL-IMAGE-TIME   PIC X(08).
               10  MI-RECORD-COUNT     PIC 9(09).
               10  FILLER              PIC X(46).
