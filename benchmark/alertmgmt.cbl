      *> code reflecting the worst severity still open: 8 for an
      *> error, 4 for a warning, 0 otherwise - so the nightly chain
      *> can page on unhandled errors the same way it pages on errmon.
      *> An alert raised by message id is listed with the catalog's
      *> prescribed operator response and escalation contact under
      *> it, looked up through MSG-CATALOG.
      *>****************************************************************
       environment division.
       input-output section.
       fd  alerts-io.
           COPY alerts.
       fd  alerts-work.
       01  alerts-work-record          pic x(209).
       fd  alertmgmt-parm-in.
           COPY almparm.

       working-storage section.
           COPY envarea.
       77  alert-status                pic xx.
       77  work-status                 pic xx.
       77  parm-status                 pic xx.
       77  og-program-id               pic x(20).
       77  og-severity                 pic x.
       77  og-message                  pic x(80).
           COPY msgcarea.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-escalation-parm
           perform until menu-choice = 9
               perform count-open-alerts
                               " time(s), age " age-disp
                               " day(s) - "
                               function trim (at-message)
                           perform show-alert-response
                       end-if
               end-read
           end-perform
           close alerts-io.

       show-alert-response.
           if at-message-id = spaces
               exit paragraph
           end-if
           move "L" to mx-function
           move at-message-id to mx-message-id
           call "MSG-CATALOG" using msg-cat-area
               on exception
                   move "N" to mx-status
           end-call
           if mx-found
               display "      " at-message-id " RESPONSE: "
                   function trim (mx-response)
               display "      " at-message-id " ESCALATE: "
                   function trim (mx-escalation)
           else
               display "      " at-message-id
                   " RESPONSE: NOT IN THE MESSAGE CATALOG"
           end-if.

       compute-alert-age.
           move function integer-of-date
               (function numval (function current-date (1:8)))
           move "alertmgmt" to og-program-id
           move "W" to og-severity
           move spaces to og-message
           string "ALRT001W " delimited by size
                  at-program-id delimited by space
                  "|" delimited by size
                  at-message delimited by size
                  into og-message
           call "OPER-MSG" using og-program-id, og-severity,
