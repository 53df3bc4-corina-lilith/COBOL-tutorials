      *****************************************************************
      * FEEDREGR.CPY
      * Record layout for the permanent CALCIN feed register
      * (FEEDREG).  CalcEdit appends one record per feed set it
      * judges - keyed on the header's source system and feed date
      * plus the trailer's hash total - so a feed that has already
      * been posted is recognised and refused when it is staged a
      * second time, whether operations re-staged yesterday's
      * CALCIN or the source system resent it.  The file is
      * appended, never rewritten: it is the history FeedRpt's
      * monthly received/refused/missing report is drawn from.
      *****************************************************************
      * FR-STATUS says what happened to the feed set:
      *   "A" - accepted and passed to the batch window.
      *   "S" - accepted as a resend under a supervisor release.
      *   "R" - refused; FR-REASON says why (DUPLICATE FEED for a
      *         repeat, or the integrity failure that refused it).
      *   "P" - a release pending: a supervisor has authorised the
      *         next arrival of this feed to pass as a deliberate
      *         resend (written by FeedRel, consumed by the next
      *         "S").
      * In append order the latest "A"/"S" for a key makes the
      * next arrival a duplicate, and a later "P" releases it once.
      * FR-PROCESS-DATE is the business date CalcEdit (or FeedRel)
      * wrote the record; FR-OPERATOR-ID is the supervisor on a
      * "P" record and the releasing supervisor carried onto the
      * "S" that consumed it.
       01  FEED-REGISTER-RECORD.
           05  FR-SOURCE-SYSTEM        PIC X(08).
           05  FR-FEED-DATE            PIC X(08).
           05  FR-HASH-TOTAL           PIC S9(11)
                                        SIGN IS TRAILING SEPARATE.
           05  FR-DETAIL-COUNT         PIC 9(09).
           05  FR-STATUS               PIC X(01).
           05  FR-REASON               PIC X(20).
           05  FR-PROCESS-DATE         PIC X(08).
           05  FR-PROCESS-TIME         PIC X(08).
           05  FR-OPERATOR-ID          PIC X(08).
