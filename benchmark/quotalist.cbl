       identification division.
       program-id. quotalist.
      *>****************************************************************
      *> Month-to-date quota usage listing - the answer to "how much
      *> do I have left" now that BENCHGATE refuses requests past a
      *> requester's monthly ceilings (bench-quotas.dat,
      *> copy/quota.cpy). For every requester with a quota row or any
      *> activity this month it lists the run and CPU-minute ceilings
      *> (own row, or the "*" default), what has been consumed so far
      *> (runs on bench-queue-results.dat, CPU from run-telemetry.dat
      *> joined by run id, counted as the gateway counts them), what
      *> is still waiting on bench-queue.dat (costed at each
      *> program's average CPU, exactly as the gateway costs it), what
      *> remains, and the percentage of the ceiling committed.
      *> Requesters at or past 80 percent of either ceiling are
      *> marked. A requester id given on the quotalist.parm card lists
      *> that requester alone. Printed through REPORT-WRITER.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select quotalist-parm-in assign to "quotalist.parm"
               organization line sequential
               file status is parm-status.
           select quotas-in assign to "bench-quotas.dat"
               organization line sequential
               file status is quota-status.
           select queue-results-in
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.
           select run-telemetry-in assign to "run-telemetry.dat"
               organization line sequential
               file status is rt-status.
           select bench-queue-in assign to "bench-queue.dat"
               organization line sequential
               file status is queue-status.

       data division.
       file section.
       fd  quotalist-parm-in.
       01  quotalist-parm-record.
           05 ql-requester-id          pic x(20).
       fd  quotas-in.
           COPY quota.
       fd  queue-results-in.
           COPY benchqr.
       fd  run-telemetry-in.
           COPY runtelem.
       fd  bench-queue-in.
           COPY benchque.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  quota-status                pic xx.
       77  results-status              pic xx.
       77  rt-status                   pic xx.
       77  queue-status                pic xx.
       77  select-requester            pic x(20) value spaces.
       77  quota-month                 pic x(6).
       77  quotas-present-flag         pic x value "N".
           88 quotas-present           value "Y".
       77  max-quotas                  pic 99 value 50.
       77  quotas-loaded               pic 99 value 0.
       77  quota-idx                   pic 99.
       77  quota-found-flag            pic x.
           88 quota-found              value "Y".
       77  requeued-flag               pic x.
           88 still-queued             value "Y".
       77  quota-max-runs              pic 9(5).
       77  quota-max-cpu-min           pic 9(7).
       77  max-users                   pic 9(3) value 200.
       77  users-loaded                pic 9(3) value 0.
       77  user-idx                    pic 9(3).
       77  max-runs                    pic 9(4) value 3000.
       77  runs-loaded                 pic 9(4) value 0.
       77  run-idx                     pic 9(4).
       77  max-programs                pic 99 value 20.
       77  prog-idx                    pic 99.
       77  found-idx                   pic 9(4).
       77  work-requester              pic x(20).
       77  work-program                pic x(20).
       77  default-cpu-ms              pic 9(9) comp value 60000.
       77  predicted-cpu-ms            pic 9(12) comp.
       77  committed-runs              pic 9(7) comp.
       77  committed-cpu-ms            pic 9(15) comp.
       77  remaining-runs              pic s9(7) comp.
       77  remaining-cpu-min           pic s9(9) comp.
       77  pct-runs                    pic 9(5) comp.
       77  pct-cpu                     pic 9(5) comp.
       77  cpu-minutes                 pic 9(9).
       77  listed-count                pic 9(5) value 0.
       77  warned-count                pic 9(5) value 0.
       77  max-disp                    pic z(6)9.
       77  used-disp                   pic z(6)9.
       77  queued-disp                 pic z(6)9.
       77  left-disp                   pic -(6)9.
       77  pct-disp                    pic z(4)9.
       77  count-disp                  pic z(4)9.
       77  detail-line                 pic x(132).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  quota-table.
           05 qo-entry occurs 50 times.
               10 qo-requester-id      pic x(20).
               10 qo-max-runs          pic 9(5).
               10 qo-max-cpu-min       pic 9(7).

       01  usage-table.
           05 us-entry occurs 200 times.
               10 us-requester-id      pic x(20).
               10 us-runs              pic 9(7) comp.
               10 us-cpu-ms            pic 9(15) comp.
               10 us-queued-runs       pic 9(7) comp.
               10 us-queued-cpu-ms     pic 9(15) comp.

       01  month-run-table.
           05 mr-entry occurs 3000 times.
               10 mr-run-id            pic x(16).
               10 mr-user-idx          pic 9(3).

       01  program-cpu-table.
           05 pc-entry occurs 20 times.
               10 pc-program-id        pic x(20) value spaces.
               10 pc-run-count         pic 9(9) comp value 0.
               10 pc-total-ms          pic 9(15) comp value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:6) to quota-month
           open input quotalist-parm-in
           if parm-status = "00"
               read quotalist-parm-in
                   not at end
                       move ql-requester-id to select-requester
               end-read
               close quotalist-parm-in
           end-if
           perform load-quotas
           perform load-usage
           move "quota-usage-report.txt" to rw-report-name
           move spaces to rw-report-title
           string "REQUESTER QUOTA USAGE - MONTH TO DATE "
                      delimited by size
                  quota-month delimited by size
                  into rw-report-title
           move "O" to rw-function
           perform call-report-writer
           if not quotas-present
               move "  (NO BENCH-QUOTAS.DAT - QUOTAS ARE NOT ENFORCED)"
                   to rw-line
               perform write-report-detail
           end-if
           move "REQUESTER            MEASURE   CEILING     USED"
               & "   QUEUED     LEFT   PCT" to rw-line
           perform write-report-detail
      *> every requester with a row of its own, then everyone else
      *> seen this month (billed against the "*" row)
           perform varying quota-idx from 1 by 1
                   until quota-idx > quotas-loaded
               if qo-requester-id (quota-idx) not = "*"
                   move qo-requester-id (quota-idx) to work-requester
                   perform find-or-add-user
               end-if
           end-perform
           perform varying user-idx from 1 by 1
                   until user-idx > users-loaded
               if select-requester = spaces
                       or select-requester = us-requester-id (user-idx)
                   perform list-one-requester
               end-if
           end-perform
           move listed-count to count-disp
           move spaces to rw-line
           string "REQUESTERS LISTED:        " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move warned-count to count-disp
           move spaces to rw-line
           string "AT OR PAST 80 PCT:        " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move "C" to rw-function
           perform call-report-writer
           display "quotalist complete - requesters " listed-count
               " at or past 80 pct " warned-count
           goback.

       load-quotas.
           open input quotas-in
           if quota-status not = "00"
               exit paragraph
           end-if
           move "Y" to quotas-present-flag
           perform until quota-status not = "00"
               read quotas-in
                   at end continue
                   not at end
                       if quotas-loaded < max-quotas
                               and qt-requester-id not = spaces
                           add 1 to quotas-loaded
                           move qt-requester-id
                               to qo-requester-id (quotas-loaded)
                           move 0 to qo-max-runs (quotas-loaded)
                           move 0 to qo-max-cpu-min (quotas-loaded)
                           if qt-max-runs numeric
                               move qt-max-runs
                                   to qo-max-runs (quotas-loaded)
                           end-if
                           if qt-max-cpu-minutes numeric
                               move qt-max-cpu-minutes
                                   to qo-max-cpu-min (quotas-loaded)
                           end-if
                       end-if
               end-read
           end-perform
           close quotas-in.

       load-usage.
           open input queue-results-in
           if results-status = "00"
               perform until results-status not = "00"
                   read queue-results-in
                       at end continue
                       not at end
                           if qr-timestamp (1:6) = quota-month
                                   and qr-run-id not = spaces
                               perform check-month-run
                           end-if
                   end-read
               end-perform
               close queue-results-in
           end-if
           open input run-telemetry-in
           if rt-status = "00"
               perform until rt-status not = "00"
                   read run-telemetry-in
                       at end continue
                       not at end
                           perform tally-one-telemetry
                   end-read
               end-perform
               close run-telemetry-in
           end-if
           open input bench-queue-in
           if queue-status = "00"
               perform until queue-status not = "00"
                   read bench-queue-in
                       at end continue
                       not at end
                           move bq-requester-id to work-requester
                           move bq-program-id to work-program
                           perform find-or-add-user
                           perform predict-program-cpu
                           if user-idx not = 0
                               add 1 to us-queued-runs (user-idx)
                               add predicted-cpu-ms
                                   to us-queued-cpu-ms (user-idx)
                           end-if
                   end-read
               end-perform
               close bench-queue-in
           end-if.

       check-month-run.
      *> a COMPLETE run, or a FAILED one not re-queued; a re-queued
      *> FAILED run is counted once, as its waiting request
           if qr-status = "COMPLETE"
               perform tally-month-run
               exit paragraph
           end-if
           if qr-status not = "FAILED"
               exit paragraph
           end-if
           perform check-still-queued
           if not still-queued
               perform tally-month-run
           end-if.

       check-still-queued.
           move "N" to requeued-flag
           if qr-submission-id = spaces
               exit paragraph
           end-if
           open input bench-queue-in
           if queue-status not = "00"
               exit paragraph
           end-if
           perform until queue-status not = "00" or still-queued
               read bench-queue-in
                   at end continue
                   not at end
                       if bq-submission-id = qr-submission-id
                           move "Y" to requeued-flag
                       end-if
               end-read
           end-perform
           close bench-queue-in.

       tally-month-run.
           move qr-requester-id to work-requester
           perform find-or-add-user
           if user-idx = 0
               exit paragraph
           end-if
           add 1 to us-runs (user-idx)
           if runs-loaded < max-runs
               add 1 to runs-loaded
               move qr-run-id to mr-run-id (runs-loaded)
               move user-idx to mr-user-idx (runs-loaded)
           end-if.

       tally-one-telemetry.
           if rt-cpu-ms not numeric
               exit paragraph
           end-if
           move 0 to found-idx
           perform varying prog-idx from 1 by 1
                   until prog-idx > max-programs
               if found-idx = 0
                       and (pc-program-id (prog-idx) = rt-program-id
                            or pc-program-id (prog-idx) = spaces)
                   move prog-idx to found-idx
                   move rt-program-id to pc-program-id (prog-idx)
               end-if
           end-perform
           if found-idx not = 0
               add 1 to pc-run-count (found-idx)
               add rt-cpu-ms to pc-total-ms (found-idx)
           end-if
           if rt-timestamp (1:6) not = quota-month
                   or rt-run-id = spaces
               exit paragraph
           end-if
           move 0 to user-idx
           perform varying run-idx from 1 by 1
                   until run-idx > runs-loaded or user-idx not = 0
               if mr-run-id (run-idx) = rt-run-id
                   move mr-user-idx (run-idx) to user-idx
                   add rt-cpu-ms to us-cpu-ms (user-idx)
               end-if
           end-perform.

       find-or-add-user.
           move 0 to user-idx
           perform varying found-idx from 1 by 1
                   until found-idx > users-loaded or user-idx not = 0
               if us-requester-id (found-idx) = work-requester
                   move found-idx to user-idx
               end-if
           end-perform
           if user-idx = 0 and users-loaded < max-users
               add 1 to users-loaded
               move users-loaded to user-idx
               move work-requester to us-requester-id (user-idx)
               move 0 to us-runs (user-idx)
               move 0 to us-cpu-ms (user-idx)
               move 0 to us-queued-runs (user-idx)
               move 0 to us-queued-cpu-ms (user-idx)
           end-if.

       predict-program-cpu.
           move default-cpu-ms to predicted-cpu-ms
           perform varying prog-idx from 1 by 1
                   until prog-idx > max-programs
               if pc-program-id (prog-idx) = work-program
                       and pc-run-count (prog-idx) not = 0
                   compute predicted-cpu-ms =
                       pc-total-ms (prog-idx) / pc-run-count (prog-idx)
               end-if
           end-perform.

       find-requester-quota.
           move "N" to quota-found-flag
           move 0 to quota-max-runs
           move 0 to quota-max-cpu-min
           perform varying quota-idx from 1 by 1
                   until quota-idx > quotas-loaded
               if qo-requester-id (quota-idx) = work-requester
                   move "Y" to quota-found-flag
                   move qo-max-runs (quota-idx) to quota-max-runs
                   move qo-max-cpu-min (quota-idx) to quota-max-cpu-min
               end-if
           end-perform
           if quota-found
               exit paragraph
           end-if
           perform varying quota-idx from 1 by 1
                   until quota-idx > quotas-loaded
               if qo-requester-id (quota-idx) = "*"
                   move "Y" to quota-found-flag
                   move qo-max-runs (quota-idx) to quota-max-runs
                   move qo-max-cpu-min (quota-idx) to quota-max-cpu-min
               end-if
           end-perform.

       list-one-requester.
           add 1 to listed-count
           move us-requester-id (user-idx) to work-requester
           perform find-requester-quota
           compute committed-runs =
               us-runs (user-idx) + us-queued-runs (user-idx)
           compute committed-cpu-ms =
               us-cpu-ms (user-idx) + us-queued-cpu-ms (user-idx)
           move 0 to pct-runs
           move 0 to pct-cpu
      *> runs line
           move spaces to detail-line
           move work-requester to detail-line (1:20)
           move "RUNS" to detail-line (22:7)
           move us-runs (user-idx) to used-disp
           move us-queued-runs (user-idx) to queued-disp
           move used-disp to detail-line (41:7)
           move queued-disp to detail-line (50:7)
           if quota-max-runs = 0
               move "   NONE" to detail-line (31:7)
           else
               move quota-max-runs to max-disp
               move max-disp to detail-line (31:7)
               compute remaining-runs = quota-max-runs - committed-runs
               move remaining-runs to left-disp
               move left-disp to detail-line (59:7)
               compute pct-runs = committed-runs * 100 / quota-max-runs
               move pct-runs to pct-disp
               move pct-disp to detail-line (67:5)
           end-if
           move detail-line to rw-line
           perform write-report-detail
      *> CPU-minutes line
           move spaces to detail-line
           move "CPU MIN" to detail-line (22:7)
           compute cpu-minutes = us-cpu-ms (user-idx) / 60000
           move cpu-minutes to used-disp
           compute cpu-minutes = us-queued-cpu-ms (user-idx) / 60000
           move cpu-minutes to queued-disp
           move used-disp to detail-line (41:7)
           move queued-disp to detail-line (50:7)
           if quota-max-cpu-min = 0
               move "   NONE" to detail-line (31:7)
           else
               move quota-max-cpu-min to max-disp
               move max-disp to detail-line (31:7)
               compute remaining-cpu-min =
                   (quota-max-cpu-min * 60000 - committed-cpu-ms)
                   / 60000
               move remaining-cpu-min to left-disp
               move left-disp to detail-line (59:7)
               compute pct-cpu = committed-cpu-ms * 100
                   / (quota-max-cpu-min * 60000)
               move pct-cpu to pct-disp
               move pct-disp to detail-line (67:5)
           end-if
           if pct-runs >= 80 or pct-cpu >= 80
               move "** 80 PCT" to detail-line (74:9)
               add 1 to warned-count
           end-if
           if not quota-found
               move "NO QUOTA ROW" to detail-line (74:12)
           end-if
           move detail-line to rw-line
           perform write-report-detail.

       write-report-detail.
           move "D" to rw-function
           perform call-report-writer.

       write-report-total.
           move "T" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program quotalist.
