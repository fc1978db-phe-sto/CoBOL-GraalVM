      *> A queue deeper than the split table is not truncated:
      *> requests past the ceiling are held aside and written back
      *> to bench-queue.dat for the next split, the way BENCHQPROC
      *> holds its own overflow. Requests on operator hold
      *> (QUEUEMAINT) are not split at all - they stay on the live
      *> queue, where the release will find them, and add nothing to
      *> any stream's predicted load.
      *>****************************************************************
       environment division.
       input-output section.
       fd  bench-history-in.
           COPY benchhist.
       fd  stream-out.
       01  stream-out-record           pic x(120).
       fd  queue-overflow.
       01  queue-overflow-record       pic x(120).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  queue-status                pic xx.
       77  bh-status                   pic xx.
       77  overflow-open-flag          pic x value "N".
           88 overflow-open            value "Y".
       77  held-count                  pic 9(5) value 0.
       77  on-hold-count               pic 9(5) value 0.
       77  overflow-warned-flag        pic x value "N".
           88 overflow-warned          value "Y".
       77  stream-file-name            pic x(40).
       77  stream-count                pic 9 value 2.
       77  stream-no                   pic 9.

       01  request-table.
           05 qs-entry occurs 200 times.
               10 qs-record-image    pic x(120).
               10 qs-program-id      pic x(20).
               10 qs-stream          pic 9 value 0.


       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-stream-parm
           perform load-queue
           if request-count = 0
      *> held requests set aside are still on the untouched live queue
               if overflow-open
                   close queue-overflow
               end-if
               if on-hold-count > 0
                   display "benchqsplit: no releasable requests - "
                       on-hold-count " held request(s) carried forward"
               else
                   display "benchqsplit: queue empty - nothing to split"
               end-if
               goback
           end-if
           perform load-history-averages
                   read bench-queue-io
                       at end continue
                       not at end
                           evaluate true
                               when bq-held
                                   perform set-aside-held-request
                               when request-count < max-requests
                                   add 1 to request-count
                                   move bench-queue-record
                                       to qs-record-image
                                           (request-count)
                                   move bq-program-id
                                       to qs-program-id
                                           (request-count)
                               when other
                                   perform hold-overflow-request
                           end-evaluate
                   end-read
               end-perform
               close bench-queue-io
           end-perform.

       hold-overflow-request.
           if not overflow-warned
               move "Y" to overflow-warned-flag
               display "benchqsplit: queue holds more than "
                   max-requests " requests - excess held for "
                   "the next split"
           end-if
           perform open-overflow-file
           move bench-queue-record to queue-overflow-record
           write queue-overflow-record
           add 1 to held-count.

       set-aside-held-request.
      *> written back to the live queue with the overflow
           perform open-overflow-file
           move bench-queue-record to queue-overflow-record
           write queue-overflow-record
           add 1 to on-hold-count.

       open-overflow-file.
           if not overflow-open
               open output queue-overflow
               move "Y" to overflow-open-flag
           end-if.

       empty-live-queue.
      *> the split requests now live in the streams; anything held
      *> as overflow goes back on the live queue instead of being
               display "  " held-count " request(s) held on the "
                   "live queue for the next split"
           end-if
           if on-hold-count > 0
               display "  " on-hold-count " request(s) on operator "
                   "hold left on the live queue"
           end-if
           perform varying stream-no from 1 by 1
                   until stream-no > stream-count
               move sl-request-count (stream-no) to count-disp
