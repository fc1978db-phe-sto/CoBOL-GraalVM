      *> CHECK-AUTH matching rules applied to the requester id carried
      *> in the record (wildcards and parameter ceilings included),
      *> with refused requests appended to bench-denials.dat exactly
      *> as CHECK-AUTH would (expired grants grant nothing, and a
      *> requester holding only expired grants is refused EXPIRED).
      *> Good requests are appended to bench-queue.dat; a submission
      *> id already on the bench-gate-register.dat register is refused
      *> as a duplicate so a file sent twice does not queue twice.
      *> Each processed slot gets an acknowledgment file
      *> (bench-drop-NN.ack) back in the drop area - accepted count,
      *> and each refused record with its reason - and the slot file
      *> is emptied so the next submission starts clean.
      *>
      *> Requester quotas: bench-quotas.dat (copy/quota.cpy) gives each
      *> requester - or the "*" default row - a monthly ceiling on runs
      *> and on CPU minutes. Month-to-date consumption is the
      *> requester's runs on bench-queue-results.dat with their CPU
      *> from run-telemetry.dat (joined by run id) - runs that went
      *> the distance only: a COMPLETE run, or a FAILED one whose
      *> request is no longer on the queue (a FAILED run re-queued
      *> for another attempt is costed once, as the waiting request,
      *> and a REJECTED, OVERFLOW or DENIED run costs nothing) - plus
      *> everything the requester already has waiting on the queue,
      *> each waiting request costed at its program's average CPU. A
      *> request that would take the requester past either ceiling is
      *> refused with reason QUOTA; one that takes the requester
      *> across 80 percent of a ceiling is accepted and a warning
      *> raised through ALERT-RAISE. QUOTALIST prints the
      *> month-to-date position.
      *>****************************************************************
       environment division.
       input-output section.
           select denials-out assign to "bench-denials.dat"
               organization line sequential
               file status is deny-status.
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

       data division.
       file section.
           COPY authperm.
       fd  denials-out.
           COPY authdeny.
       fd  quotas-in.
           COPY quota.
       fd  queue-results-in.
           COPY benchqr.
       fd  run-telemetry-in.
           COPY runtelem.

       working-storage section.
           COPY envarea.
       77  drop-status                 pic xx.
       77  ack-status                  pic xx.
       77  queue-status                pic xx.
       77  detail-line                 pic x(100).
       77  known-program-flag          pic x.
           88 known-program            value "Y".
       77  quota-status                pic xx.
       77  results-status              pic xx.
       77  rt-status                   pic xx.
       77  quotas-present-flag         pic x value "N".
           88 quotas-present           value "Y".
       77  quota-month                 pic x(6).
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
       77  runs-after                  pic 9(7) comp.
       77  cpu-after-ms                pic 9(15) comp.
       77  cpu-ceiling-ms              pic 9(15) comp.
       77  quota-runs-disp             pic z(6)9.
       77  quota-max-disp              pic z(6)9.
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).

       01  grant-table.
           05 gt-entry occurs 50 times.
               10 gt-operator-id       pic x(20) value spaces.
               10 gt-program-id        pic x(20) value spaces.
               10 gt-max-parm-value    pic 9(9) value 0.
               10 gt-expiry-date       pic x(8) value spaces.
       77  today-date                  pic x(8).
       77  expired-match-flag          pic x.
           88 expired-match            value "Y".

       01  ack-line-table.
           05 ack-entry occurs 100 times.
       77  ack-used                    pic 9(3) value 0.
       77  ack-idx                     pic 9(3).

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
           perform load-grants
           perform load-quotas
           if quotas-present
               perform load-quota-usage
           end-if
           perform varying slot-no from 1 by 1
                   until slot-no > max-slots
               perform process-one-slot
                               gt-program-id (grants-loaded)
                           move ap-max-parm-value to
                               gt-max-parm-value (grants-loaded)
                           move ap-expiry-date to
                               gt-expiry-date (grants-loaded)
                       end-if
               end-read
           end-perform
           if record-ok
               perform append-to-queue
               perform register-submission
               if quotas-present
                   perform commit-quota-usage
               end-if
               add 1 to slot-accepted
               add 1 to total-accepted
           else
           perform check-requester-grant
           if not record-ok
               perform write-denial
               exit paragraph
           end-if
           if quotas-present
               perform check-requester-quota
           end-if.

       check-program-known.
               when "sortbench"
               when "iobench"
               when "juliaset"
               when "decbench"
                   move "Y" to known-program-flag
               when other
                   continue
               exit paragraph
           end-if
           move "N" to grant-found-flag
           move "N" to expired-match-flag
           move function current-date (1:8) to today-date
           move 0 to ceiling-value
           perform varying grant-idx from 1 by 1
                   until grant-idx > grants-loaded
           end-perform
           if not grant-found
               move "N" to record-ok-flag
               if expired-match
                   move "EXPIRED" to refuse-reason
               else
                   move "NOTAUTH" to refuse-reason
               end-if
           else
               if ceiling-value not = 0
                       and gq-parm-1 > ceiling-value
                   or gt-operator-id (grant-idx) = "*")
                   and (gt-program-id (grant-idx) = gq-program-id
                        or gt-program-id (grant-idx) = "*")
               if gt-expiry-date (grant-idx) not = spaces
                       and gt-expiry-date (grant-idx) < today-date
                   move "Y" to expired-match-flag
                   exit paragraph
               end-if
               if not grant-found
                   move "Y" to grant-found-flag
                   move gt-max-parm-value (grant-idx)
           write auth-denial-record
           close denials-out.

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

       load-quota-usage.
      *> month-to-date runs from the results, their CPU from the
      *> telemetry, and every request still waiting on the queue
           move function current-date (1:6) to quota-month
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
           open input queue-out
           if queue-status = "00"
               perform until queue-status not = "00"
                   read queue-out
                       at end continue
                       not at end
                           move bq-requester-id to work-requester
                           move bq-program-id to work-program
                           perform find-or-add-user
                           perform predict-program-cpu
                           if user-idx not = 0
                               add 1 to us-runs (user-idx)
                               add predicted-cpu-ms
                                   to us-cpu-ms (user-idx)
                           end-if
                   end-read
               end-perform
               close queue-out
           end-if.

       check-month-run.
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
           open input queue-out
           if queue-status not = "00"
               exit paragraph
           end-if
           perform until queue-status not = "00" or still-queued
               read queue-out
                   at end continue
                   not at end
                       if bq-submission-id = qr-submission-id
                           move "Y" to requeued-flag
                       end-if
               end-read
           end-perform
           close queue-out.

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
      *> every run, any month, feeds the per-program CPU average
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
      *> the requester's own row, else the "*" default row
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

       check-requester-quota.
           move gq-requester-id to work-requester
           move gq-program-id to work-program
           perform find-requester-quota
           if not quota-found
               exit paragraph
           end-if
           perform find-or-add-user
           if user-idx = 0
               exit paragraph
           end-if
           perform predict-program-cpu
           compute runs-after = us-runs (user-idx) + 1
           compute cpu-after-ms = us-cpu-ms (user-idx)
               + predicted-cpu-ms
           compute cpu-ceiling-ms = quota-max-cpu-min * 60000
           if (quota-max-runs not = 0
                   and runs-after > quota-max-runs)
                   or (quota-max-cpu-min not = 0
                   and cpu-after-ms > cpu-ceiling-ms)
               move "N" to record-ok-flag
               move "QUOTA" to refuse-reason
           end-if.

       commit-quota-usage.
      *> check-requester-quota has just costed this request; warn
      *> when it carries the requester across 80 percent of a ceiling
           if not quota-found or user-idx = 0
               exit paragraph
           end-if
           if quota-max-runs not = 0
                   and us-runs (user-idx) * 5 < quota-max-runs * 4
                   and runs-after * 5 >= quota-max-runs * 4
               move runs-after to quota-runs-disp
               move quota-max-runs to quota-max-disp
               move spaces to ar-message
               string "GATE001W " delimited by size
                      function trim (gq-requester-id)
                          delimited by size
                      "|" delimited by size
                      quota-runs-disp delimited by size
                      "|" delimited by size
                      quota-max-disp delimited by size
                      into ar-message
               perform raise-quota-alert
           end-if
           if quota-max-cpu-min not = 0
                   and us-cpu-ms (user-idx) * 5 < cpu-ceiling-ms * 4
                   and cpu-after-ms * 5 >= cpu-ceiling-ms * 4
               compute quota-runs-disp = cpu-after-ms / 60000
               move quota-max-cpu-min to quota-max-disp
               move spaces to ar-message
               string "GATE002W " delimited by size
                      function trim (gq-requester-id)
                          delimited by size
                      "|" delimited by size
                      quota-runs-disp delimited by size
                      "|" delimited by size
                      quota-max-disp delimited by size
                      into ar-message
               perform raise-quota-alert
           end-if
           move runs-after to us-runs (user-idx)
           move cpu-after-ms to us-cpu-ms (user-idx).

       raise-quota-alert.
           move "benchgate" to ar-program-id
           move "W" to ar-severity
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       append-to-queue.
           open extend queue-out
           if queue-status not = "00"
           move gq-parm-2 to bq-parm-2
           move gq-output-mode to bq-output-mode
           move function current-date to bq-submitted
           move space to bq-hold-flag
           move gq-submission-id to bq-submission-id
           write bench-queue-record
           close queue-out.

