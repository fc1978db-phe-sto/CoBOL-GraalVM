       identification division.
       program-id. msgcatrpt.
      *>****************************************************************
      *> Message catalog report. Lists every message id the suite can
      *> raise - each entry on message-catalog.dat - with its
      *> severity, standard text, prescribed operator response and
      *> escalation contact, and how often it was raised over the
      *> last month (30 days back from today): operator messages on
      *> operator-messages.dat and alerts on alerts.dat, counted
      *> apart. An id that was raised but is missing from the catalog
      *> is listed at the end as uncataloged, so the catalog can be
      *> caught up; free-text messages raised without an id are
      *> counted in the totals. The report goes through REPORT-WRITER
      *> as msgcatrpt-report.txt.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select catalog-in assign to "message-catalog.dat"
               organization line sequential
               file status is catalog-status.
           select messages-in assign to "operator-messages.dat"
               organization line sequential
               file status is msg-status.
           select alerts-in assign to "alerts.dat"
               organization line sequential
               file status is alert-status.

       data division.
       file section.
       fd  catalog-in.
           COPY msgcat.
       fd  messages-in.
           COPY opermsg.
       fd  alerts-in.
           COPY alerts.

       working-storage section.
           COPY envarea.
       77  catalog-status              pic xx.
       77  msg-status                  pic xx.
       77  alert-status                pic xx.
       77  window-days                 pic 9(3) value 30.
       77  today-integer               pic 9(9).
       77  raised-integer              pic 9(9).
       77  raised-date-x               pic x(8).
       77  in-window-flag              pic x.
           88 in-window                value "Y".
       77  max-messages                pic 9(4) value 500.
       77  message-count               pic 9(4) value 0.
       77  msg-idx                     pic 9(4).
       77  found-idx                   pic 9(4).
       77  max-strays                  pic 9(3) value 100.
       77  stray-count                 pic 9(3) value 0.
       77  stray-idx                   pic 9(3).
       77  look-id                     pic x(8).
       77  look-kind                   pic x.
           88 look-message             value "M".
           88 look-alert               value "A".
       77  free-text-messages          pic 9(7) value 0.
       77  free-text-alerts            pic 9(7) value 0.
       77  total-messages              pic 9(7) value 0.
       77  total-alerts                pic 9(7) value 0.
       77  count-disp                  pic z(6)9.
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       01  catalog-table.
           05 ct-entry occurs 500 times.
               10 ct-message-id        pic x(8).
               10 ct-severity          pic x.
               10 ct-text              pic x(80).
               10 ct-response          pic x(80).
               10 ct-escalation        pic x(30).
               10 ct-message-count     pic 9(7).
               10 ct-alert-count       pic 9(7).
       01  stray-table.
           05 st-entry occurs 100 times.
               10 st-message-id        pic x(8).
               10 st-message-count     pic 9(7).
               10 st-alert-count       pic 9(7).
       01  detail-line.
           05 dl-message-id            pic x(8).
           05 filler                   pic x(2).
           05 dl-severity              pic x.
           05 filler                   pic x(2).
           05 dl-message-count         pic z(6)9.
           05 filler                   pic x(2).
           05 dl-alert-count           pic z(6)9.
           05 filler                   pic x(2).
           05 dl-text                  pic x(80).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function integer-of-date
               (function numval (function current-date (1:8)))
               to today-integer
           perform load-catalog
           perform count-operator-messages
           perform count-alerts
           perform write-catalog-report
           display "msgcatrpt complete - " message-count
               " cataloged id(s), " stray-count " uncataloged"
           goback.

       load-catalog.
           open input catalog-in
           if catalog-status not = "00"
               display "msgcatrpt: message-catalog.dat not present"
               exit paragraph
           end-if
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       if mc-message-id not = spaces
                               and message-count < max-messages
                           add 1 to message-count
                           move mc-message-id
                               to ct-message-id (message-count)
                           move mc-severity
                               to ct-severity (message-count)
                           move mc-text to ct-text (message-count)
                           move mc-response
                               to ct-response (message-count)
                           move mc-escalation
                               to ct-escalation (message-count)
                           move 0 to ct-message-count (message-count)
                           move 0 to ct-alert-count (message-count)
                       end-if
               end-read
           end-perform
           close catalog-in.

       count-operator-messages.
           open input messages-in
           if msg-status not = "00"
               exit paragraph
           end-if
           perform until msg-status not = "00"
               read messages-in
                   at end continue
                   not at end
                       move om-timestamp (1:8) to raised-date-x
                       perform check-in-window
                       if in-window
                           add 1 to total-messages
                           if om-message-id = spaces
                               add 1 to free-text-messages
                           else
                               move om-message-id to look-id
                               move "M" to look-kind
                               perform tally-message-id
                           end-if
                       end-if
               end-read
           end-perform
           close messages-in.

       count-alerts.
           open input alerts-in
           if alert-status not = "00"
               exit paragraph
           end-if
           perform until alert-status not = "00"
               read alerts-in
                   at end continue
                   not at end
                       move at-timestamp (1:8) to raised-date-x
                       perform check-in-window
                       if in-window
                           add 1 to total-alerts
                           if at-message-id = spaces
                               add 1 to free-text-alerts
                           else
                               move at-message-id to look-id
                               move "A" to look-kind
                               perform tally-message-id
                           end-if
                       end-if
               end-read
           end-perform
           close alerts-in.

       check-in-window.
           move "N" to in-window-flag
           if raised-date-x not numeric
               exit paragraph
           end-if
           move function integer-of-date
               (function numval (raised-date-x)) to raised-integer
           if today-integer - raised-integer <= window-days
               move "Y" to in-window-flag
           end-if.

       tally-message-id.
           move 0 to found-idx
           perform varying msg-idx from 1 by 1
                   until msg-idx > message-count or found-idx > 0
               if ct-message-id (msg-idx) = look-id
                   move msg-idx to found-idx
               end-if
           end-perform
           if found-idx > 0
               if look-message
                   add 1 to ct-message-count (found-idx)
               else
                   add 1 to ct-alert-count (found-idx)
               end-if
               exit paragraph
           end-if
      *> raised under an id the catalog does not know
           move 0 to found-idx
           perform varying stray-idx from 1 by 1
                   until stray-idx > stray-count or found-idx > 0
               if st-message-id (stray-idx) = look-id
                   move stray-idx to found-idx
               end-if
           end-perform
           if found-idx = 0
               if stray-count >= max-strays
                   exit paragraph
               end-if
               add 1 to stray-count
               move stray-count to found-idx
               move look-id to st-message-id (found-idx)
               move 0 to st-message-count (found-idx)
               move 0 to st-alert-count (found-idx)
           end-if
           if look-message
               add 1 to st-message-count (found-idx)
           else
               add 1 to st-alert-count (found-idx)
           end-if.

       write-catalog-report.
           move "msgcatrpt-report.txt" to rw-report-name
           move "MESSAGE CATALOG AND LAST-MONTH USAGE"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move "MSG ID" to rw-line (1:6)
           move "S" to rw-line (11:1)
           move "OPERMSG" to rw-line (14:7)
           move "ALERTS" to rw-line (24:6)
           move "STANDARD TEXT / RESPONSE / ESCALATION" to rw-line (32:)
           perform write-report-line
           perform varying msg-idx from 1 by 1
                   until msg-idx > message-count
               perform write-catalog-entry
           end-perform
           if stray-count > 0
               move spaces to rw-line
               perform write-report-line
               move "RAISED UNDER IDS NOT IN THE CATALOG:" to rw-line
               perform write-report-line
               perform varying stray-idx from 1 by 1
                       until stray-idx > stray-count
                   move spaces to detail-line
                   move st-message-id (stray-idx) to dl-message-id
                   move st-message-count (stray-idx)
                       to dl-message-count
                   move st-alert-count (stray-idx) to dl-alert-count
                   move "UNCATALOGED - ADD IT TO MESSAGE-CATALOG.DAT"
                       to dl-text
                   move detail-line to rw-line
                   perform write-report-line
               end-perform
           end-if
           move spaces to rw-line
           move message-count to count-disp
           string "CATALOGED MESSAGE IDS          " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move total-messages to count-disp
           string "OPERATOR MESSAGES LAST 30 DAYS " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move free-text-messages to count-disp
           string "  OF WHICH FREE TEXT (NO ID)   " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move total-alerts to count-disp
           string "ALERTS LAST 30 DAYS            " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move free-text-alerts to count-disp
           string "  OF WHICH FREE TEXT (NO ID)   " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move "C" to rw-function
           perform call-report-writer.

       write-catalog-entry.
           move spaces to detail-line
           move ct-message-id (msg-idx) to dl-message-id
           move ct-severity (msg-idx) to dl-severity
           move ct-message-count (msg-idx) to dl-message-count
           move ct-alert-count (msg-idx) to dl-alert-count
           move ct-text (msg-idx) to dl-text
           move detail-line to rw-line
           perform write-report-line
           move spaces to rw-line
           move "RESPONSE: " to rw-line (32:10)
           move ct-response (msg-idx) to rw-line (42:80)
           perform write-report-line
           move spaces to rw-line
           move "ESCALATE: " to rw-line (32:10)
           move ct-escalation (msg-idx) to rw-line (42:30)
           perform write-report-line.

       write-report-line.
           move "D" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program msgcatrpt.
