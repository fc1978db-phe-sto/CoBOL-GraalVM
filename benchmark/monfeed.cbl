       identification division.
       program-id. monfeed.
      *>****************************************************************
      *> Outbound event feed to the enterprise monitoring console. The
      *> shop's central console saw nothing of this system: an error
      *> alert on alerts.dat or a chain step ending 8 waited for
      *> someone to open ALERTMGMT. Run as the last step of the
      *> nightly chain (or on demand), this program turns every new
      *> alert on alerts.dat, and every chain step job-exec-log.dat
      *> shows failed (return code 8 or over, or its module not
      *> installed) or skipped, into one fixed-format event record on
      *> monitor-feed.dat (copy/monevent.cpy). SLAMON's predicted
      *> batch-window overrun reaches alerts.dat through ALERT-RAISE
      *> and goes out as its own SLAOVRUN event class. Severity maps
      *> to the console's scale:
      *>   1 CRITICAL  predicted overrun, step module not installed
      *>   2 MAJOR     E alerts, steps ending return code 8 or over
      *>   3 MINOR     W alerts, skipped steps
      *>   4 INFO      I alerts
      *>
      *> The feed is incremental from its own bookmark (monfeed.ckpt):
      *> for each source file, the latest timestamp already sent and
      *> how many records carried exactly that timestamp, so a record
      *> goes out once however often the program is rerun, and the
      *> bookmark survives ALERTMGMT rewriting alerts.dat and
      *> HOUSEKEEP trimming either file. Every event takes the next
      *> sequence number after the highest on the bookmark or on the
      *> feed itself, whichever is higher, so numbers never go
      *> backwards and are never reused.
      *>
      *> When the console's acknowledgment file (monitor-ack.dat, copy/
      *> monack.cpy) is present, it is reconciled against the feed:
      *> an event the console rejected, or one without an
      *> acknowledgment although a later event has been acknowledged,
      *> is listed on the report and written to monitor-resend.dat for
      *> resend; events after the highest acknowledged one are
      *> reported as awaiting acknowledgment. Ends with return code 4
      *> when events are listed for resend, 8 when the feed could not
      *> be written (the bookmark is then left where it was).
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select alerts-in assign to "alerts.dat"
               organization line sequential
               file status is alert-status.
           select job-exec-in assign to "job-exec-log.dat"
               organization line sequential
               file status is jobexec-status.
           select monfeed-ckpt assign to "monfeed.ckpt"
               organization line sequential
               file status is ckpt-status.
           select monitor-feed assign to "monitor-feed.dat"
               organization line sequential
               file status is feed-status.
           select monitor-ack-in assign to "monitor-ack.dat"
               organization line sequential
               file status is ack-status.
           select monitor-resend-out assign to "monitor-resend.dat"
               organization line sequential
               file status is resend-status.

       data division.
       file section.
       fd  alerts-in.
           COPY alerts.
       fd  job-exec-in.
           COPY jobexec.
       fd  monfeed-ckpt.
       01  monfeed-ckpt-record.
           05 ck-alert-ts            pic x(16).
           05 ck-alert-ties          pic 9(5).
           05 ck-exec-ts             pic x(16).
           05 ck-exec-ties           pic 9(5).
           05 ck-last-seq            pic 9(10).
       fd  monitor-feed.
           COPY monevent.
       fd  monitor-ack-in.
           COPY monack.
       fd  monitor-resend-out.
       01  monitor-resend-record     pic x(193).

       working-storage section.
           COPY envarea.
       77  alert-status              pic xx.
       77  jobexec-status            pic xx.
       77  ckpt-status               pic xx.
       77  feed-status               pic xx.
       77  ack-status                pic xx.
       77  resend-status             pic xx.
       77  source-system-name        pic x(8) value "BENCHMRK".
       77  alert-mark-ts             pic x(16) value low-values.
       77  alert-mark-ties           pic 9(5) value 0.
       77  exec-mark-ts              pic x(16) value low-values.
       77  exec-mark-ties            pic 9(5) value 0.
       77  last-seq                  pic 9(10) value 0.
       77  new-alert-ts              pic x(16).
       77  new-alert-ties            pic 9(5).
       77  new-exec-ts               pic x(16).
       77  new-exec-ties             pic 9(5).
       77  tie-count                 pic 9(5).
       77  record-ts                 pic x(16).
       77  new-record-flag           pic x.
           88 new-record             value "Y".
       77  alert-events              pic 9(7) value 0.
       77  step-events               pic 9(7) value 0.
       77  events-sent               pic 9(7) value 0.
       77  ack-loaded-flag           pic x value "N".
           88 ack-file-loaded        value "Y".
       77  max-acks                  pic 9(4) value 9999.
       77  ack-count                 pic 9(4) value 0.
       77  acks-dropped              pic 9(7) value 0.
       77  highest-acked             pic 9(10) value 0.
       77  ack-key                   pic 9(10).
       77  ack-lo                    pic 9(4).
       77  ack-hi                    pic 9(4).
       77  ack-mid                   pic 9(4).
       77  ack-pos                   pic 9(4).
       77  ack-found-flag            pic x.
           88 ack-found              value "Y".
       77  shift-idx                 pic 9(4).
       77  feed-events               pic 9(9) value 0.
       77  accepted-count            pic 9(9) value 0.
       77  rejected-count            pic 9(9) value 0.
       77  missing-count             pic 9(9) value 0.
       77  awaiting-count            pic 9(9) value 0.
       77  resend-count              pic 9(9) value 0.
       77  resend-reason             pic x(12).
       77  seq-disp                  pic z(9)9.
       77  count-disp                pic z(8)9.
       77  rc-disp                   pic z(3)9.
       77  detail-line               pic x(132).
       77  rw-function               pic x.
       77  rw-report-name            pic x(40).
       77  rw-report-title           pic x(60).
       77  rw-page-depth             pic 99 value 0.
       77  rw-line                   pic x(250).

       01  ack-table.
           05 ack-entry occurs 9999 times.
               10 ack-seq            pic 9(10).
               10 ack-state          pic x.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-bookmark
           perform find-last-feed-seq
           move "monfeed-report.txt" to rw-report-name
           move "MONITORING EVENT FEED AND ACK RECONCILIATION"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           open extend monitor-feed
           if feed-status not = "00"
               open output monitor-feed
           end-if
           if feed-status not = "00"
               display "monfeed: monitor-feed.dat cannot be written - "
                   "status " feed-status " - bookmark not advanced"
               move "MONITOR-FEED.DAT CANNOT BE WRITTEN - NOTHING SENT"
                   to rw-line
               perform write-report-total
               perform close-report-writer
               move 8 to return-code
               goback
           end-if
           move "SEQUENCE   CLASS    SEVERITY PROGRAM              "
               & "STEP         MESSAGE" to rw-line
           perform write-report-detail
           perform feed-new-alerts
           perform feed-new-steps
           close monitor-feed
           perform write-bookmark
           perform write-feed-summary
           perform reconcile-acks
           perform close-report-writer
           display "monfeed complete - " events-sent " event(s) sent, "
               resend-count " listed for resend"
           if resend-count > 0
               move 4 to return-code
           end-if
           goback.

       read-bookmark.
           open input monfeed-ckpt
           if ckpt-status = "00"
               read monfeed-ckpt
                   not at end
                       move ck-alert-ts to alert-mark-ts
                       move ck-exec-ts to exec-mark-ts
                       if ck-alert-ties numeric
                           move ck-alert-ties to alert-mark-ties
                       end-if
                       if ck-exec-ties numeric
                           move ck-exec-ties to exec-mark-ties
                       end-if
                       if ck-last-seq numeric
                           move ck-last-seq to last-seq
                       end-if
               end-read
               close monfeed-ckpt
           end-if
           move alert-mark-ts to new-alert-ts
           move alert-mark-ties to new-alert-ties
           move exec-mark-ts to new-exec-ts
           move exec-mark-ties to new-exec-ties.

       find-last-feed-seq.
      *> a run that wrote events but never got to its bookmark must
      *> not have its sequence numbers handed out a second time
           open input monitor-feed
           if feed-status not = "00"
               exit paragraph
           end-if
           perform until feed-status not = "00"
               read monitor-feed
                   at end continue
                   not at end
                       if me-event-seq numeric
                               and me-event-seq > last-seq
                           move me-event-seq to last-seq
                       end-if
               end-read
           end-perform
           close monitor-feed.

       write-bookmark.
           open output monfeed-ckpt
           move new-alert-ts to ck-alert-ts
           move new-alert-ties to ck-alert-ties
           move new-exec-ts to ck-exec-ts
           move new-exec-ties to ck-exec-ties
           move last-seq to ck-last-seq
           write monfeed-ckpt-record
           close monfeed-ckpt.

       feed-new-alerts.
           open input alerts-in
           if alert-status not = "00"
               exit paragraph
           end-if
           move 0 to tie-count
           perform until alert-status not = "00"
               read alerts-in
                   at end continue
                   not at end
                       perform take-one-alert
               end-read
           end-perform
           close alerts-in.

       take-one-alert.
           move at-timestamp (1:16) to record-ts
           if record-ts (1:14) not numeric
               exit paragraph
           end-if
      *> a record is new when it is later than the bookmark, or
      *> carries the bookmark's own timestamp beyond the count of
      *> records with that timestamp already sent
           move "N" to new-record-flag
           if record-ts > alert-mark-ts
               move "Y" to new-record-flag
           end-if
           if record-ts = alert-mark-ts
               add 1 to tie-count
               if tie-count > alert-mark-ties
                   move "Y" to new-record-flag
               end-if
           end-if
           evaluate true
               when record-ts > new-alert-ts
                   move record-ts to new-alert-ts
                   move 1 to new-alert-ties
               when record-ts = new-alert-ts
                       and new-record
                   add 1 to new-alert-ties
           end-evaluate
           if not new-record
               exit paragraph
           end-if
           move spaces to monitor-event-record
           move at-timestamp to me-event-ts
           move at-program-id to me-source-program
           move at-run-id to me-run-id
           move 0 to me-return-code
           move at-message to me-message
           if at-program-id = "slamon"
               move "SLAOVRUN" to me-event-class
               move 1 to me-severity-code
           else
               move "ALERT" to me-event-class
               evaluate true
                   when at-sev-error
                       move 2 to me-severity-code
                   when at-sev-info
                       move 4 to me-severity-code
                   when other
                       move 3 to me-severity-code
               end-evaluate
           end-if
           perform send-event
           add 1 to alert-events.

       feed-new-steps.
           open input job-exec-in
           if jobexec-status not = "00"
               exit paragraph
           end-if
           move 0 to tie-count
           perform until jobexec-status not = "00"
               read job-exec-in
                   at end continue
                   not at end
                       perform take-one-exec-record
               end-read
           end-perform
           close job-exec-in.

       take-one-exec-record.
      *> NIGHTSCHED writes each record as the step ends, so the end
      *> timestamp is the one the file is in order of
           move jx-end-ts (1:16) to record-ts
           if record-ts (1:14) not numeric
               exit paragraph
           end-if
           move "N" to new-record-flag
           if record-ts > exec-mark-ts
               move "Y" to new-record-flag
           end-if
           if record-ts = exec-mark-ts
               add 1 to tie-count
               if tie-count > exec-mark-ties
                   move "Y" to new-record-flag
               end-if
           end-if
           evaluate true
               when record-ts > new-exec-ts
                   move record-ts to new-exec-ts
                   move 1 to new-exec-ties
               when record-ts = new-exec-ts
                       and new-record
                   add 1 to new-exec-ties
           end-evaluate
           if not new-record
               exit paragraph
           end-if
           if jx-return-code not numeric
               move 9999 to jx-return-code
           end-if
           move spaces to monitor-event-record
           move jx-end-ts to me-event-ts
           move jx-program-id to me-source-program
      *> the step ran under a run id of its own that the log does
      *> not carry - an event stamped with this program's id would
      *> point the console at the wrong run
           move spaces to me-run-id
           move jx-step-name to me-step-name
           move jx-return-code to me-return-code
           move jx-return-code to rc-disp
           evaluate true
               when jx-step-nomodule
                   move "STEPFAIL" to me-event-class
                   move 1 to me-severity-code
                   string "CHAIN STEP " delimited by size
                          jx-step-name delimited by space
                          " NOT RUN - MODULE " delimited by size
                          jx-program-id delimited by space
                          " NOT INSTALLED" delimited by size
                          into me-message
               when jx-step-skipped
                   move "STEPSKIP" to me-event-class
                   move 3 to me-severity-code
                   string "CHAIN STEP " delimited by size
                          jx-step-name delimited by space
                          " SKIPPED - PREDECESSOR NOT SATISFIED"
                              delimited by size
                          into me-message
               when jx-return-code >= 8
                   move "STEPFAIL" to me-event-class
                   move 2 to me-severity-code
                   string "CHAIN STEP " delimited by size
                          jx-step-name delimited by space
                          " ENDED RETURN CODE " delimited by size
                          rc-disp delimited by size
                          into me-message
               when other
                   exit paragraph
           end-evaluate
           perform send-event
           add 1 to step-events.

       send-event.
           add 1 to last-seq
           move last-seq to me-event-seq
           move source-system-name to me-source-system
           evaluate me-severity-code
               when 1
                   move "CRITICAL" to me-severity-name
               when 2
                   move "MAJOR" to me-severity-name
               when 3
                   move "MINOR" to me-severity-name
               when other
                   move "INFO" to me-severity-name
           end-evaluate
           write monitor-event-record
           add 1 to events-sent
           move me-event-seq to seq-disp
           move spaces to detail-line
           string seq-disp          delimited by size
                  " "               delimited by size
                  me-event-class    delimited by size
                  " "               delimited by size
                  me-severity-name  delimited by size
                  " "               delimited by size
                  me-source-program delimited by size
                  " "               delimited by size
                  me-step-name      delimited by size
                  " "               delimited by size
                  me-message        delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       write-feed-summary.
           move events-sent to count-disp
           move last-seq to seq-disp
           move spaces to rw-line
           string "EVENTS SENT THIS RUN:" delimited by size
                  count-disp             delimited by size
                  "   LAST SEQUENCE:"    delimited by size
                  seq-disp               delimited by size
                  into rw-line
           perform write-report-total
           move alert-events to count-disp
           move spaces to rw-line
           string "  FROM ALERTS.DAT:   " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           move step-events to count-disp
           move spaces to rw-line
           string "  FROM CHAIN STEPS:  " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total.

       reconcile-acks.
           perform load-ack-table
           if not ack-file-loaded
               move "NO ACKNOWLEDGMENT FILE - NOTHING RECONCILED"
                   to rw-line
               perform write-report-total
               exit paragraph
           end-if
           open output monitor-resend-out
           move "RESEND     CLASS    SEVERITY PROGRAM              "
               & "STEP         REASON" to rw-line
           perform write-report-detail
           open input monitor-feed
           perform until feed-status not = "00"
               read monitor-feed
                   at end continue
                   not at end
                       perform reconcile-one-event
               end-read
           end-perform
           close monitor-feed
           close monitor-resend-out
           perform write-reconcile-summary.

       load-ack-table.
           open input monitor-ack-in
           if ack-status not = "00"
               exit paragraph
           end-if
           move "Y" to ack-loaded-flag
           perform until ack-status not = "00"
               read monitor-ack-in
                   at end continue
                   not at end
                       if ak-event-seq numeric
                           perform load-one-ack
                       end-if
               end-read
           end-perform
           close monitor-ack-in.

       load-one-ack.
      *> the table is kept in sequence order for the binary search;
      *> a later acknowledgment of the same event replaces the earlier
           if ak-event-seq > highest-acked
               move ak-event-seq to highest-acked
           end-if
           move ak-event-seq to ack-key
           perform find-ack
           if ack-found
               move ak-ack-status to ack-state (ack-pos)
               exit paragraph
           end-if
           if ack-count >= max-acks
               add 1 to acks-dropped
               exit paragraph
           end-if
           perform varying shift-idx from ack-count by -1
                   until shift-idx < ack-pos
               move ack-entry (shift-idx) to ack-entry (shift-idx + 1)
           end-perform
           add 1 to ack-count
           move ak-event-seq to ack-seq (ack-pos)
           move ak-ack-status to ack-state (ack-pos).

       find-ack.
      *> binary search for ack-key; when absent, ack-pos is where it
      *> would be inserted
           move "N" to ack-found-flag
           move 1 to ack-lo
           move ack-count to ack-hi
           perform until ack-lo > ack-hi or ack-found
               compute ack-mid = (ack-lo + ack-hi) / 2
               evaluate true
                   when ack-seq (ack-mid) = ack-key
                       move "Y" to ack-found-flag
                   when ack-seq (ack-mid) < ack-key
                       compute ack-lo = ack-mid + 1
                   when other
                       compute ack-hi = ack-mid - 1
               end-evaluate
           end-perform
           if ack-found
               move ack-mid to ack-pos
           else
               move ack-lo to ack-pos
           end-if.

       reconcile-one-event.
           if me-event-seq not numeric
               exit paragraph
           end-if
           add 1 to feed-events
           move me-event-seq to ack-key
           perform find-ack
           evaluate true
               when ack-found and ack-state (ack-pos) = "R"
                   add 1 to rejected-count
                   move "REJECTED" to resend-reason
               when ack-found
                   add 1 to accepted-count
                   exit paragraph
               when me-event-seq < highest-acked
                   add 1 to missing-count
                   move "NOT ACKED" to resend-reason
               when other
                   add 1 to awaiting-count
                   exit paragraph
           end-evaluate
           add 1 to resend-count
           move monitor-event-record to monitor-resend-record
           write monitor-resend-record
           move me-event-seq to seq-disp
           move spaces to detail-line
           string seq-disp          delimited by size
                  " "               delimited by size
                  me-event-class    delimited by size
                  " "               delimited by size
                  me-severity-name  delimited by size
                  " "               delimited by size
                  me-source-program delimited by size
                  " "               delimited by size
                  me-step-name      delimited by size
                  " "               delimited by size
                  resend-reason     delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       write-reconcile-summary.
           move feed-events to count-disp
           move highest-acked to seq-disp
           move spaces to rw-line
           string "EVENTS ON FEED:      " delimited by size
                  count-disp             delimited by size
                  "   HIGHEST ACKNOWLEDGED:" delimited by size
                  seq-disp               delimited by size
                  into rw-line
           perform write-report-total
           move accepted-count to count-disp
           move spaces to rw-line
           string "  ACCEPTED:          " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           move rejected-count to count-disp
           move spaces to rw-line
           string "  REJECTED:          " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           move missing-count to count-disp
           move spaces to rw-line
           string "  NOT ACKNOWLEDGED:  " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           move awaiting-count to count-disp
           move spaces to rw-line
           string "  AWAITING ACK:      " delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           move resend-count to count-disp
           move spaces to rw-line
           string "LISTED FOR RESEND TO MONITOR-RESEND.DAT:"
                      delimited by size
                  count-disp             delimited by size
                  into rw-line
           perform write-report-total
           if acks-dropped > 0
               move acks-dropped to count-disp
               move spaces to rw-line
               string "ACKNOWLEDGMENTS BEYOND TABLE CAPACITY:"
                          delimited by size
                      count-disp delimited by size
                      into rw-line
               perform write-report-total
           end-if.

       write-report-detail.
           move "D" to rw-function
           perform call-report-writer.

       write-report-total.
           move "T" to rw-function
           perform call-report-writer.

       close-report-writer.
           move "C" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program monfeed.
