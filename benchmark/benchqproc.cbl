      *> rejected or overflowed runs are consumed - their outcome is
      *> in the results file and rerunning an unchanged bad card
      *> every night would loop forever. Unknown program names are
      *> recorded as BADPROG and likewise consumed. Requests an
      *> operator has placed on hold in QUEUEMAINT are not run at all:
      *> they are carried forward on the queue unchanged, submission
      *> stamp included, until they are released.
      *> Admission control: before each request is started its
      *> elapsed time is predicted from the program's bench-history.dat
      *> average (a one-minute allowance when there is no history -
      *> the same basis BENCHQSPLIT balances streams on), and a request
      *> that would finish past the batch-window close in slamon.parm
      *> (default 0600, the deadline SLAMON watches) is not started.
      *> It is re-queued for the next night with its original
      *> submission stamp, answered DEFERRED on the results file, and
      *> reported to the operator through OPER-MSG. Shorter requests
      *> further down the queue are still started while they fit.
      *> The time left to the deadline and the elapsed time measured
      *> around each CALL are taken through STAMP-SVC against the
      *> stamps' GMT offsets, so the night the clocks change admits
      *> and times requests correctly.
      *> Each request runs under its own RUN-IDENT id, begun just
      *> before the CALL and ended after it, and the id is carried on
      *> the result record so the run's CPU telemetry can be charged
      *> back to the requester.
      *> The result record also carries the request's submission id
      *> and parameters, and the elapsed and CPU milliseconds measured
      *> around the CALL (CPU through the CPU-CLOCK callable), so
      *> BENCHNOTIFY can answer gateway requesters from it alone.
      *>****************************************************************
       environment division.
       input-output section.
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.
           select slamon-parm-in assign to "slamon.parm"
               organization line sequential
               file status is parm-status.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.
           select factorial-parm-out assign to "factorial.parm"
               organization line sequential
               file status is fp-status.
           select julia-parm-out assign to "juliaset.parm"
               organization line sequential
               file status is jul-status.
           select decbench-parm-out assign to "decbench.parm"
               organization line sequential
               file status is dec-status.

       data division.
       file section.
                         ==bq-parm-1== BY ==ov-parm-1==,
                         ==bq-parm-2== BY ==ov-parm-2==,
                         ==bq-output-mode== BY ==ov-output-mode==,
                         ==bq-submitted== BY ==ov-submitted==,
                         ==bq-hold-flag== BY ==ov-hold-flag==,
                         ==bq-held== BY ==ov-held==,
                         ==bq-submission-id== BY ==ov-submission-id==.
       fd  queue-results-out.
           COPY benchqr.
       fd  slamon-parm-in.
           COPY slaparm.
       fd  bench-history-in.
           COPY benchhist.
       fd  factorial-parm-out.
       01  factorial-parm-out-record.
           05 fp-n                  pic 9(3).
           COPY iobparm.
       fd  julia-parm-out.
           COPY julparm.
       fd  decbench-parm-out.
           COPY decparm.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  clock-total-secs            pic s9(13) comp.
       77  clock-day                   pic 9(9) comp.
       77  clock-day-secs              pic 9(5) comp.
       77  clock-date                  pic 9(8).
       77  clock-hh                    pic 99.
       77  clock-mm                    pic 99.
       77  clock-ss                    pic 99.
       77  clock-offset                pic x(5).
       77  queue-status             pic xx.
       77  results-status           pic xx.
       77  overflow-status          pic xx.
       77  sb-status                pic xx.
       77  iob-status               pic xx.
       77  jul-status               pic xx.
       77  dec-status               pic xx.
       77  max-requests             pic 9(3) value 100.
       77  request-count            pic 9(3) value 0.
       77  req-idx                  pic 9(3).
       77  disposition              pic x(8).
       77  requeue-count            pic 9(3) value 0.
       77  processed-count          pic 9(3) value 0.
       77  held-count               pic 9(3) value 0.
       77  deferred-count           pic 9(3) value 0.
       77  parm-status              pic xx.
       77  bh-status                pic xx.
       77  deadline-hhmm            pic 9(4) value 0600.
       77  deadline-stamp           pic x(26).
       77  now-stamp                pic x(21).
       77  window-left-secs         pic s9(11)v99 comp.
       77  predicted-secs           pic 9(9) comp.
       77  default-ms               pic 9(9) comp value 60000.
       77  predicted-ms             pic 9(12) comp.
       77  predicted-minutes        pic z(5)9.
       77  max-programs             pic 99 value 20.
       77  tbl-idx                  pic 99.
       77  found-idx                pic 99.
       77  og-program-id            pic x(20).
       77  og-severity              pic x.
       77  og-message               pic x(80).
       77  ri-function              pic x.
       77  request-run-id           pic x(16).
       77  inv-program-id           pic x(20).
       77  inv-compiled-stamp       pic x(21).
       77  call-start-stamp         pic x(21).
       77  run-elapsed-ms           pic 9(9) comp.
       77  run-cpu-ms               pic 9(9) comp.
       77  cpu-start-cs             pic 9(9).
       77  cpu-end-cs               pic 9(9).
       77  cpu-avail-flag           pic x.
           88 cpu-available         value "Y".

       01  request-table.
           05 rq-entry occurs 100 times.
               10 rq-parm-2          pic 9(9).
               10 rq-output-mode     pic x.
               10 rq-disposition     pic x(8) value spaces.
                   88 rq-requeue     value "FAILED" "DEFERRED".
               10 rq-submitted       pic x(26).
               10 rq-hold-flag       pic x.
                   88 rq-held        value "H".
               10 rq-submission-id   pic x(16).

       01  history-table.
           05 hp-entry occurs 20 times.
               10 hp-program-id      pic x(20) value spaces.
               10 hp-run-count       pic 9(9) comp value 0.
               10 hp-total-ms        pic 9(12) comp value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform register-module
           perform load-queue
           if request-count = 0
               display "benchqproc: queue empty - nothing to do"
               goback
           end-if
           perform read-deadline-parm
           perform compute-deadline-stamp
           perform load-history-averages
           perform varying prio-level from 0 by 1
                   until prio-level > 9
               perform varying req-idx from 1 by 1
                       until req-idx > request-count
                   if rq-priority (req-idx) = prio-level
                       if rq-held (req-idx)
                           add 1 to held-count
                       else
                           perform check-window-admission
                           if rq-disposition (req-idx) not = "DEFERRED"
                               perform process-one-request
                           end-if
                       end-if
                   end-if
               end-perform
           end-perform
           perform rewrite-queue
           display "benchqproc complete - processed "
               processed-count " re-queued " requeue-count
               " held " held-count " deferred " deferred-count
           goback.

       register-module.
                                   to rq-parm-2 (request-count)
                               move bq-output-mode
                                   to rq-output-mode (request-count)
                               move bq-hold-flag
                                   to rq-hold-flag (request-count)
                               move bq-submission-id
                                   to rq-submission-id (request-count)
                               if bq-submitted = spaces
      *> a hand-appended record carries no submission stamp; start
      *> its clock now so the wait is at least measured from here
               close bench-queue-io
           end-if.

       read-deadline-parm.
           open input slamon-parm-in
           if parm-status = "00"
               read slamon-parm-in
                   not at end
                       if sl-deadline-hhmm numeric
                           move sl-deadline-hhmm to deadline-hhmm
                       end-if
               end-read
               close slamon-parm-in
           end-if.

       compute-deadline-stamp.
      *> fixed once, at the start of the drain: a deadline at or
      *> before the current time of day is tomorrow's, at the
      *> current offset
           move function current-date to now-stamp
           move spaces to deadline-stamp
           string now-stamp (1:8) delimited by size
                  deadline-hhmm delimited by size
                  "0000" delimited by size
                  now-stamp (17:5) delimited by size
                  into deadline-stamp
           move "I" to sx-function
           move now-stamp to sx-from-stamp
           move deadline-stamp to sx-to-stamp
           perform call-stamp-svc
           if sx-seconds <= 0
               move "A" to sx-function
               move deadline-stamp to sx-from-stamp
               move 86400 to sx-seconds
               perform call-stamp-svc
               move sx-to-stamp to deadline-stamp
           end-if.

       call-stamp-svc.
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   if sx-add
                       perform clock-add
                   else
                       perform clock-interval
                   end-if
           end-call.

       load-history-averages.
           open input bench-history-in
           if bh-status = "00"
               perform until bh-status not = "00"
                   read bench-history-in
                       at end continue
                       not at end
                           perform tally-one-history-record
                   end-read
               end-perform
               close bench-history-in
           end-if.

       tally-one-history-record.
           move 0 to found-idx
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > max-programs
               if hp-program-id (tbl-idx) = bh-program-id
                   move tbl-idx to found-idx
               end-if
           end-perform
           if found-idx = 0
               perform varying tbl-idx from 1 by 1
                       until tbl-idx > max-programs
                   if found-idx = 0
                           and hp-program-id (tbl-idx) = spaces
                       move tbl-idx to found-idx
                       move bh-program-id
                           to hp-program-id (tbl-idx)
                   end-if
               end-perform
           end-if
           if found-idx not = 0
               add 1 to hp-run-count (found-idx)
               add bh-elapsed-ms to hp-total-ms (found-idx)
           end-if.

       check-window-admission.
           move default-ms to predicted-ms
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > max-programs
               if hp-program-id (tbl-idx)
                       = rq-program-id (req-idx)
                       and hp-run-count (tbl-idx) not = 0
                   compute predicted-ms =
                       hp-total-ms (tbl-idx)
                       / hp-run-count (tbl-idx)
               end-if
           end-perform
           move function current-date to now-stamp
           move "I" to sx-function
           move now-stamp to sx-from-stamp
           move deadline-stamp to sx-to-stamp
           perform call-stamp-svc
      *> a window that cannot be measured does not hold work back
           if sx-stamp-invalid
               exit paragraph
           end-if
           move sx-seconds to window-left-secs
           compute predicted-secs = (predicted-ms + 999) / 1000
           if predicted-secs <= window-left-secs
               exit paragraph
           end-if
           move "DEFERRED" to disposition
           move 0 to run-return-code
           move 0 to run-elapsed-ms
           move 0 to run-cpu-ms
           move spaces to request-run-id
           perform write-result-record
           move disposition to rq-disposition (req-idx)
           add 1 to deferred-count
           compute predicted-minutes = (predicted-ms + 59999) / 60000
           move spaces to og-message
           string "BQPR001W " delimited by size
                  function trim (rq-program-id (req-idx))
                      delimited by size
                  "|" delimited by size
                  function trim (rq-requester-id (req-idx))
                      delimited by size
                  "|" delimited by size
                  predicted-minutes delimited by size
                  "|" delimited by size
                  deadline-hhmm delimited by size
                  into og-message
           move "benchqproc" to og-program-id
           move "W" to og-severity
           call "OPER-MSG" using og-program-id, og-severity,
               og-message
               on exception continue
           end-call.

       hold-overflow-request.
           if not overflow-open
               open output queue-overflow
           add 1 to processed-count
           move "N" to call-failed-flag
           move 0 to run-return-code
           move 0 to run-elapsed-ms
           move 0 to run-cpu-ms
           perform begin-request-run
           perform start-call-timing
           evaluate rq-program-id (req-idx)
               when "FACTORIAL"
                   perform run-factorial
                   perform run-iobench
               when "juliaset"
                   perform run-juliaset
               when "decbench"
                   perform run-decbench
               when other
                   move "BADPROG" to disposition
                   move 0 to run-return-code
                   perform end-request-run
                   move spaces to request-run-id
                   perform write-result-record
                   move disposition to rq-disposition (req-idx)
                   exit paragraph
           end-evaluate
           perform end-call-timing
           if call-failed
               move "FAILED" to disposition
               move 9999 to run-return-code
           if disposition = "FAILED"
               add 1 to requeue-count
           end-if
           perform end-request-run
           perform write-result-record
           move disposition to rq-disposition (req-idx).

       start-call-timing.
           move "N" to cpu-avail-flag
           call "CPU-CLOCK" using cpu-start-cs, cpu-avail-flag
               on exception move "N" to cpu-avail-flag
           end-call
           move function current-date to call-start-stamp.

       end-call-timing.
      *> BADPROG never started anything, so it keeps its zeros
           move function current-date to now-stamp
           move "I" to sx-function
           move call-start-stamp to sx-from-stamp
           move now-stamp to sx-to-stamp
           perform call-stamp-svc
           if sx-seconds > 0
               compute run-elapsed-ms = sx-seconds * 1000
                   on size error move 999999999 to run-elapsed-ms
               end-compute
           end-if
           if cpu-available
               call "CPU-CLOCK" using cpu-end-cs, cpu-avail-flag
                   on exception move "N" to cpu-avail-flag
               end-call
               if cpu-available and cpu-end-cs > cpu-start-cs
                   compute run-cpu-ms =
                       (cpu-end-cs - cpu-start-cs) * 10
                       on size error move 999999999 to run-cpu-ms
                   end-compute
               end-if
           end-if.

       begin-request-run.
           move "B" to ri-function
           call "RUN-IDENT" using ri-function, request-run-id
               on exception
                   move spaces to request-run-id
           end-call.

       end-request-run.
           move "E" to ri-function
           call "RUN-IDENT" using ri-function, request-run-id
               on exception continue
           end-call.

       run-factorial.
           move rq-parm-1 (req-idx) to fp-n
           open output factorial-parm-out
           end-call.

       run-fib.
      *> output mode P asks for the Pisano-period workload, with
      *> bq-parm-1 as the modulus limit
           move rq-parm-1 (req-idx) to fib-parm-terms
           move space to fib-parm-mode
           if rq-output-mode (req-idx) = "P"
               move "P" to fib-parm-mode
           end-if
           open output fib-parm-out
           write fib-parm-record
           close fib-parm-out
           end-call.

       run-fibonacci15.
      *> output mode B asks for the big-number mode, whose term count
      *> runs past the card's two-digit field
           move 0 to fib15-parm-big-terms
           move space to fib15-parm-mode
           if rq-output-mode (req-idx) = "B"
               move 0 to fib15-parm-terms
               move "B" to fib15-parm-mode
               move rq-parm-1 (req-idx) to fib15-parm-big-terms
           else
               move rq-parm-1 (req-idx) to fib15-parm-terms
           end-if
           move 0 to fib15-parm-seed1
           move 1 to fib15-parm-seed2
           open output fib15-parm-out

       run-sieve.
           move rq-parm-1 (req-idx) to sieve-parm-size
           move space to sieve-parm-mode
           if rq-output-mode (req-idx) = "P"
               move "P" to sieve-parm-mode
           end-if
           open output sieve-parm-out
           write sieve-parm-record
           close sieve-parm-out
               on exception move "Y" to call-failed-flag
           end-call.

       run-decbench.
           move rq-parm-1 (req-idx) to db-parm-count
           open output decbench-parm-out
           write decbench-parm-record
           close decbench-parm-out
           call "decbench"
               on exception move "Y" to call-failed-flag
           end-call.

       write-result-record.
           open extend queue-results-out
           if results-status not = "00"
           end-if
           move disposition to qr-status
           move rq-submitted (req-idx) to qr-submitted
           move request-run-id to qr-run-id
           move rq-submission-id (req-idx) to qr-submission-id
           move rq-parm-1 (req-idx) to qr-parm-1
           move rq-parm-2 (req-idx) to qr-parm-2
           move rq-output-mode (req-idx) to qr-output-mode
           move run-elapsed-ms to qr-elapsed-ms
           move run-cpu-ms to qr-cpu-ms
           write bench-queue-result-record
           close queue-results-out.

           open output bench-queue-io
           perform varying req-idx from 1 by 1
                   until req-idx > request-count
               if rq-requeue (req-idx) or rq-held (req-idx)
                   move rq-requester-id (req-idx)
                       to bq-requester-id
                   move rq-priority (req-idx) to bq-priority
                   move rq-parm-2 (req-idx) to bq-parm-2
                   move rq-output-mode (req-idx) to bq-output-mode
                   move rq-submitted (req-idx) to bq-submitted
                   move rq-hold-flag (req-idx) to bq-hold-flag
                   move rq-submission-id (req-idx)
                       to bq-submission-id
                   write bench-queue-record
               end-if
           end-perform
           end-if
           close bench-queue-io.

       clock-interval.
      *> without the service module, the day number and clock are
      *> counted in whole seconds as before, offsets ignored - right
      *> across midnight, an hour out across a clock change
           move "N" to sx-status
           move 0 to sx-seconds
           if sx-from-stamp (1:14) not numeric
                   or sx-to-stamp (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-from-stamp (1:8))) not = 0
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-to-stamp (1:8))) not = 0
               exit paragraph
           end-if
           move "Y" to sx-status
           compute sx-seconds =
               (function integer-of-date
                   (function numval (sx-to-stamp (1:8)))
               - function integer-of-date
                   (function numval (sx-from-stamp (1:8)))) * 86400
               + (function numval (sx-to-stamp (9:2))
               - function numval (sx-from-stamp (9:2))) * 3600
               + (function numval (sx-to-stamp (11:2))
               - function numval (sx-from-stamp (11:2))) * 60
               + function numval (sx-to-stamp (13:2))
               - function numval (sx-from-stamp (13:2)).

       clock-add.
      *> the same without the module for an interval added to a
      *> stamp: whole seconds on the base stamp's own clock
           move "N" to sx-status
           if sx-from-stamp (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-from-stamp (1:8))) not = 0
               exit paragraph
           end-if
           compute clock-total-secs =
               function integer-of-date
                   (function numval (sx-from-stamp (1:8))) * 86400
               + function numval (sx-from-stamp (9:2)) * 3600
               + function numval (sx-from-stamp (11:2)) * 60
               + function numval (sx-from-stamp (13:2))
               + sx-seconds
           if clock-total-secs < 86400
               exit paragraph
           end-if
           move "Y" to sx-status
           compute clock-day = clock-total-secs / 86400
           compute clock-day-secs = clock-total-secs - clock-day * 86400
           compute clock-date = function date-of-integer (clock-day)
           compute clock-hh = clock-day-secs / 3600
           compute clock-mm = (clock-day-secs - clock-hh * 3600) / 60
           compute clock-ss =
               clock-day-secs - clock-hh * 3600 - clock-mm * 60
           move sx-from-stamp (17:5) to clock-offset
           move spaces to sx-to-stamp
           string clock-date delimited by size
                  clock-hh delimited by size
                  clock-mm delimited by size
                  clock-ss delimited by size
                  "00" delimited by size
                  clock-offset delimited by size
                  into sx-to-stamp.

       end program benchqproc.
