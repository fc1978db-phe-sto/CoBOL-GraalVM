      *> timestamp) where ALERTMGMT can list, acknowledge, and
      *> escalate it. The alert lands open with a raise count of one;
      *> an unacknowledged alert re-raised by the escalation sweep
      *> keeps its record and grows the count. An alert raised by id
      *> (message-catalog id, a space, "|"-separated values in
      *> ar-message, as for OPER-MSG) is expanded by MSG-CATALOG and
      *> keeps its id on the record.
      *>****************************************************************
       environment division.
       input-output section.
       77  alert-status            pic xx.
       77  suite-run-id            pic x(16).
       77  ri-function             pic x.
           COPY msgcarea.

       linkage section.
       01  ar-program-id           pic x(20).
           if alert-status not = "00"
               open output alerts-out
           end-if
           move "X" to mx-function
           move ar-message to mx-message
           move ar-severity to mx-severity
           move spaces to mx-message-id
           call "MSG-CATALOG" using msg-cat-area
               on exception
                   move ar-message to mx-message
                   move spaces to mx-message-id
           end-call
           move function current-date to at-timestamp
           move ar-program-id to at-program-id
           if mx-severity = "E" or mx-severity = "W"
                   or mx-severity = "I"
               move mx-severity to at-severity
           else
               move "W" to at-severity
           end-if
           move mx-message to at-message
           move mx-message-id to at-message-id
           move suite-run-id to at-run-id
           move "N" to at-acked
           move spaces to at-ack-operator
