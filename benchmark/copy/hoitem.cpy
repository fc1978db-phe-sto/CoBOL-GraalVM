      ******************************************************************
      * Record layout for the handover snapshot (handover-items.dat),
      * rewritten by every HANDOVER run: a header record with when the
      * report was taken and by whom, then one record per open item
      * it listed. The next handover compares its own list with this
      * one to show what was opened and closed in between, and a
      * quarantined record - which carries no date of its own - keeps
      * the first-seen stamp as its age.
      *   hi-source  APPROVAL, ALERT, OPERMSG, QUARANT, QUEUE, TICKET
      ******************************************************************
       01  handover-item-record.
           05 hi-record-type         pic x.
               88 hi-header          value "H".
               88 hi-item            value "I".
           05 hi-source              pic x(8).
           05 hi-item-key            pic x(60).
           05 hi-owner               pic x(30).
           05 hi-opened-ts           pic x(26).
           05 hi-first-seen-ts       pic x(26).
           05 hi-description         pic x(60).
