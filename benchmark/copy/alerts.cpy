      * each one and when, and re-raises anything unacknowledged past
      * the escalation age - the raise count and last-raised date are
      * how an ignored alert shows its history. Retention is the AT
      * row of retention-policy.dat, through HOUSEKEEP. Alerts raised
      * by id carry the message-catalog id, whose catalog entry holds
      * the operator response ALERTMGMT shows beside the alert.
      ******************************************************************
       01  alert-record.
           05 at-timestamp           pic x(26).
           05 at-ack-timestamp      pic x(26).
           05 at-raise-count        pic 9(3).
           05 at-last-raised        pic x(8).
           05 at-message-id         pic x(8).
