      *> message lands unhandled; MSGBROWSE is where the day shift
      *> reads and retires it. Callers keep their DISPLAY alongside
      *> the call - an attended run still wants the console line.
      *> A message raised by id - the message-catalog id in columns
      *> 1-8 of og-message, a space, and the substitution values
      *> separated by "|" - is expanded by MSG-CATALOG into the
      *> catalog's standard text and severity, and the id is stored
      *> on the record; plain text is stored as it comes.
      *>****************************************************************
       environment division.
       input-output section.
       77  msg-status              pic xx.
       77  suite-run-id            pic x(16).
       77  ri-function             pic x.
           COPY msgcarea.

       linkage section.
       01  og-program-id           pic x(20).
           if msg-status not = "00"
               open output messages-out
           end-if
           move "X" to mx-function
           move og-message to mx-message
           move og-severity to mx-severity
           move spaces to mx-message-id
           call "MSG-CATALOG" using msg-cat-area
               on exception
                   move og-message to mx-message
                   move spaces to mx-message-id
           end-call
           move function current-date to om-timestamp
           move og-program-id to om-program-id
           if mx-severity = "E" or mx-severity = "W"
                   or mx-severity = "I"
               move mx-severity to om-severity
           else
               move "I" to om-severity
           end-if
           move "N" to om-handled
           move suite-run-id to om-run-id
           move mx-message to om-message
           move mx-message-id to om-message-id
           write operator-message-record
           close messages-out
           goback.
