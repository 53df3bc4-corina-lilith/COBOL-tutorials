      *****************************************************************
      * SECEVTR.CPY
      * Parameter area passed on CALL "SecLog" to record one
      * security event.  The caller fills in the program, event
      * type (the SJ-EVENT-TYPE codes in SECJRNR.CPY), the IDs and
      * the detail text; SecLog stamps the business date and time,
      * appends the SECJRNL record, and keeps the lockout count on
      * OPERMAST.  The caller must have OPERMAST closed.
      *****************************************************************
      * SE-LOCKED-FLAG is returned "Y" when this event was the wrong
      * password that locked SE-OPERATOR-ID out, so the caller can
      * say so; "N" otherwise.
       01  SECURITY-EVENT-AREA.
           05  SE-PROGRAM-ID           PIC X(08).
           05  SE-EVENT-TYPE           PIC X(02).
           05  SE-OPERATOR-ID          PIC X(08).
           05  SE-TARGET-ID            PIC X(08).
           05  SE-DETAIL               PIC X(30).
           05  SE-LOCKED-FLAG          PIC X(01).
