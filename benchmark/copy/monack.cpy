      ******************************************************************
      * Record layout for the inbound acknowledgment file
      * (monitor-ack.dat) the enterprise monitoring console returns
      * for the MONFEED event feed: the event sequence number it is
      * answering, when the console took it, and whether it was
      * accepted (A) or rejected (R) - a rejected event is listed for
      * resend with the events that were never acknowledged.
      ******************************************************************
       01  monitor-ack-record.
           05 ak-event-seq           pic 9(10).
           05 ak-ack-ts              pic x(14).
           05 ak-ack-status          pic x.
               88 ak-accepted        value "A".
               88 ak-rejected        value "R".
