       identification division.
       program-id. envchgrpt.
      *>****************************************************************
      *> Environment change before/after report. For every change
      *> event on the environment-change register (the items ENVFPRINT
      *> found different from the previous fingerprint on a machine
      *> tag, grouped by the run that found them) this lists what
      *> changed, then each program's average elapsed-ms over the last
      *> N runs on that tag before the change and the first N runs
      *> after it, with the percentage difference - so "did the new
      *> kernel/CPU/runtime move the timings?" is answered per program
      *> instead of by eye. The run that found the change ran on the
      *> new environment and counts as after. Runs are ordered by run
      *> id (a record written before run ids falls back to its run
      *> date); a window never reaches past the neighbouring change
      *> on the same tag, so back-to-back changes are not blurred
      *> together. Runs marked invalid on the run invalidation
      *> register (INVMAINT, checked through RUN-VALID) are left out.
      *> N comes from the envchgrpt.parm card (copy/ecrparm.cpy),
      *> default 5, at most 20. The report goes through REPORT-WRITER
      *> as envchgrpt-report.txt.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select envchgrpt-parm-in assign to "envchgrpt.parm"
               organization line sequential
               file status is parm-status.
           select env-change-in assign to "env-change-register.dat"
               organization line sequential
               file status is change-status.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.

       data division.
       file section.
       fd  envchgrpt-parm-in.
           COPY ecrparm.
       fd  env-change-in.
           COPY envchg.
       fd  bench-history-in.
           COPY benchhist.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  change-status               pic xx.
       77  bh-status                   pic xx.
       77  runs-each-side              pic 99 value 5.
       77  max-runs-each-side          pic 99 value 20.
       77  max-events                  pic 99 value 50.
       77  event-count                 pic 99 value 0.
       77  events-dropped              pic 9(5) value 0.
       77  ev-idx                      pic 99.
       77  scan-idx                    pic 99.
       77  item-idx                    pic 9.
       77  max-programs                pic 99 value 20.
       77  pg-idx                      pic 99.
       77  found-idx                   pic 99.
       77  slot-idx                    pic 99.
       77  sample-key                  pic x(16).
       77  sample-tag                  pic x(20).
       77  before-total-ms             pic 9(12) comp.
       77  before-avg-ms               pic 9(9) comp.
       77  after-avg-ms                pic 9(9) comp.
       77  change-pct                  pic s9(5).
       77  runs-disp                   pic z9.
       77  avg-disp                    pic z(8)9.
       77  pct-disp                    pic -(5)9.
       77  events-disp                 pic z(4)9.
       77  rv-run-id                   pic x(16).
       77  rv-run-date                 pic x(8).
       77  rv-machine-tag              pic x(20).
       77  rv-invalid-flag             pic x.
           88 rv-run-invalid           value "Y".
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  event-table.
           05 ev-entry occurs 50 times.
               10 ev-machine-tag       pic x(20).
               10 ev-timestamp         pic x(26).
               10 ev-run-id            pic x(16).
               10 ev-key               pic x(16).
               10 ev-lower-key         pic x(16).
               10 ev-upper-key         pic x(16).
               10 ev-item-count        pic 9.
               10 ev-item occurs 6 times.
                   15 ev-item-name     pic x(12).
                   15 ev-item-before   pic x(48).
                   15 ev-item-after    pic x(48).

       01  program-table.
           05 pg-entry occurs 20 times.
               10 pg-program-id        pic x(20).
               10 pg-before-count      pic 99 comp.
               10 pg-before-ms occurs 20 times
                                       pic 9(9) comp.
               10 pg-after-count       pic 99 comp.
               10 pg-after-total-ms    pic 9(12) comp.

       01  detail-line.
           05 dl-program-id            pic x(20).
           05 filler                   pic x(2).
           05 dl-before-runs           pic z9.
           05 filler                   pic x(2).
           05 dl-before-avg            pic x(9).
           05 filler                   pic x(4).
           05 dl-after-runs            pic z9.
           05 filler                   pic x(2).
           05 dl-after-avg             pic x(9).
           05 filler                   pic x(3).
           05 dl-change                pic x(8).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-envchgrpt-parm
           perform load-change-events
           perform set-event-windows
           move "envchgrpt-report.txt" to rw-report-name
           move "ENVIRONMENT CHANGES - TIMINGS BEFORE AND AFTER"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           if event-count = 0
               move "NO ENVIRONMENT CHANGES ON THE REGISTER" to rw-line
               perform write-report-line
           end-if
           perform varying ev-idx from 1 by 1
                   until ev-idx > event-count
               perform report-one-event
           end-perform
           move spaces to rw-line
           move event-count to events-disp
           string "CHANGE EVENTS REPORTED       " delimited by size
                  events-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move runs-each-side to runs-disp
           string "RUNS AVERAGED EACH SIDE         " delimited by size
                  runs-disp delimited by size
                  into rw-line
           perform call-report-writer
           if events-dropped > 0
               move spaces to rw-line
               move events-dropped to events-disp
               string "OLDER EVENTS NOT REPORTED    " delimited by size
                      events-disp delimited by size
                      into rw-line
               perform call-report-writer
           end-if
           move "C" to rw-function
           perform call-report-writer
           display "envchgrpt complete - " event-count
               " change event(s) reported"
           goback.

       read-envchgrpt-parm.
           open input envchgrpt-parm-in
           if parm-status = "00"
               read envchgrpt-parm-in
                   not at end
                       if er-runs-each-side numeric
                               and er-runs-each-side > 0
                           move er-runs-each-side to runs-each-side
                       end-if
               end-read
               close envchgrpt-parm-in
           end-if
           if runs-each-side > max-runs-each-side
               move max-runs-each-side to runs-each-side
           end-if.

       load-change-events.
      *> the items of one event are written together by one run, so a
      *> new tag or timestamp starts the next event; when the register
      *> outgrows the table the oldest events give way
           open input env-change-in
           if change-status not = "00"
               display "envchgrpt: env-change-register.dat not present"
               exit paragraph
           end-if
           perform until change-status not = "00"
               read env-change-in
                   at end continue
                   not at end
                       perform take-change-record
               end-read
           end-perform
           close env-change-in.

       take-change-record.
           if event-count > 0
               if ec-machine-tag = ev-machine-tag (event-count)
                       and ec-timestamp = ev-timestamp (event-count)
                   if ev-item-count (event-count) < 6
                       add 1 to ev-item-count (event-count)
                       move ev-item-count (event-count) to item-idx
                       move ec-item
                           to ev-item-name (event-count, item-idx)
                       move ec-before
                           to ev-item-before (event-count, item-idx)
                       move ec-after
                           to ev-item-after (event-count, item-idx)
                   end-if
                   exit paragraph
               end-if
           end-if
           if event-count >= max-events
               perform varying ev-idx from 2 by 1
                       until ev-idx > max-events
                   move ev-entry (ev-idx) to ev-entry (ev-idx - 1)
               end-perform
               subtract 1 from event-count
               add 1 to events-dropped
           end-if
           add 1 to event-count
           move spaces to ev-entry (event-count)
           move ec-machine-tag to ev-machine-tag (event-count)
           move ec-timestamp to ev-timestamp (event-count)
           move ec-run-id to ev-run-id (event-count)
           if ec-run-id = spaces
               move ec-timestamp (1:16) to ev-key (event-count)
           else
               move ec-run-id to ev-key (event-count)
           end-if
           move 1 to ev-item-count (event-count)
           move ec-item to ev-item-name (event-count, 1)
           move ec-before to ev-item-before (event-count, 1)
           move ec-after to ev-item-after (event-count, 1).

       set-event-windows.
      *> the before window opens at the previous change on the same
      *> tag and the after window closes at the next one
           perform varying ev-idx from 1 by 1
                   until ev-idx > event-count
               move low-values to ev-lower-key (ev-idx)
               move high-values to ev-upper-key (ev-idx)
               perform varying scan-idx from 1 by 1
                       until scan-idx > event-count
                   if ev-machine-tag (scan-idx)
                           = ev-machine-tag (ev-idx)
                       perform narrow-event-window
                   end-if
               end-perform
           end-perform.

       narrow-event-window.
           if ev-key (scan-idx) < ev-key (ev-idx)
                   and ev-key (scan-idx) > ev-lower-key (ev-idx)
               move ev-key (scan-idx) to ev-lower-key (ev-idx)
           end-if
           if ev-key (scan-idx) > ev-key (ev-idx)
                   and ev-key (scan-idx) < ev-upper-key (ev-idx)
               move ev-key (scan-idx) to ev-upper-key (ev-idx)
           end-if.

       report-one-event.
           perform gather-event-samples
           move spaces to rw-line
           perform write-report-line
           move spaces to rw-line
           string "CHANGE EVENT " delimited by size
                  ev-timestamp (ev-idx) (1:4) delimited by size
                  "-" delimited by size
                  ev-timestamp (ev-idx) (5:2) delimited by size
                  "-" delimited by size
                  ev-timestamp (ev-idx) (7:2) delimited by size
                  " " delimited by size
                  ev-timestamp (ev-idx) (9:2) delimited by size
                  ":" delimited by size
                  ev-timestamp (ev-idx) (11:2) delimited by size
                  "  TAG " delimited by size
                  ev-machine-tag (ev-idx) delimited by space
                  "  RUN " delimited by size
                  ev-run-id (ev-idx) delimited by size
                  into rw-line
           perform write-report-line
           perform varying item-idx from 1 by 1
                   until item-idx > ev-item-count (ev-idx)
               move spaces to rw-line
               string "  " delimited by size
                      ev-item-name (ev-idx, item-idx) delimited by size
                      " " delimited by size
                      function trim (ev-item-before (ev-idx, item-idx))
                          delimited by size
                      " -> " delimited by size
                      function trim (ev-item-after (ev-idx, item-idx))
                          delimited by size
                      into rw-line
               perform write-report-line
           end-perform
           move spaces to rw-line
           move "  PROGRAM" to rw-line (1:9)
           move "BEFORE" to rw-line (23:6)
           move "AVG-MS" to rw-line (32:6)
           move "AFTER" to rw-line (40:5)
           move "AVG-MS" to rw-line (49:6)
           move "CHANGE" to rw-line (59:6)
           perform write-report-line
           if pg-program-id (1) = spaces
               move "  NO RUNS ON THIS TAG EITHER SIDE OF THE CHANGE"
                   to rw-line
               perform write-report-line
               exit paragraph
           end-if
           perform varying pg-idx from 1 by 1
                   until pg-idx > max-programs
                       or pg-program-id (pg-idx) = spaces
               perform write-program-line
           end-perform.

       gather-event-samples.
           move spaces to program-table
           perform varying pg-idx from 1 by 1
                   until pg-idx > max-programs
               move 0 to pg-before-count (pg-idx)
               move 0 to pg-after-count (pg-idx)
               move 0 to pg-after-total-ms (pg-idx)
           end-perform
           open input bench-history-in
           if bh-status not = "00"
               exit paragraph
           end-if
           perform until bh-status not = "00"
               read bench-history-in
                   at end continue
                   not at end
                       perform take-history-sample
               end-read
           end-perform
           close bench-history-in.

       take-history-sample.
           if bh-machine-tag = spaces
               move "UNTAGGED" to sample-tag
           else
               move bh-machine-tag to sample-tag
           end-if
           if sample-tag not = ev-machine-tag (ev-idx)
               exit paragraph
           end-if
           if bh-run-id = spaces
               move spaces to sample-key
               string bh-run-date delimited by size
                      "00000000" delimited by size
                      into sample-key
           else
               move bh-run-id to sample-key
           end-if
           if sample-key < ev-lower-key (ev-idx)
                   or sample-key >= ev-upper-key (ev-idx)
               exit paragraph
           end-if
           move bh-run-id to rv-run-id
           move bh-run-date to rv-run-date
           move bh-machine-tag to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call
           if rv-run-invalid
               exit paragraph
           end-if
           perform find-program-slot
           if found-idx = 0
               exit paragraph
           end-if
           if sample-key < ev-key (ev-idx)
               perform keep-before-sample
           else
               if pg-after-count (found-idx) < runs-each-side
                   add 1 to pg-after-count (found-idx)
                   add bh-elapsed-ms to pg-after-total-ms (found-idx)
               end-if
           end-if.

       keep-before-sample.
      *> only the last N before the change are wanted: once the slots
      *> are full the oldest is shifted out
           if pg-before-count (found-idx) >= runs-each-side
               perform varying slot-idx from 2 by 1
                       until slot-idx > runs-each-side
                   move pg-before-ms (found-idx, slot-idx)
                       to pg-before-ms (found-idx, slot-idx - 1)
               end-perform
               move bh-elapsed-ms
                   to pg-before-ms (found-idx, runs-each-side)
           else
               add 1 to pg-before-count (found-idx)
               move pg-before-count (found-idx) to slot-idx
               move bh-elapsed-ms to pg-before-ms (found-idx, slot-idx)
           end-if.

       find-program-slot.
           move 0 to found-idx
           perform varying pg-idx from 1 by 1
                   until pg-idx > max-programs or found-idx > 0
               if pg-program-id (pg-idx) = bh-program-id
                   move pg-idx to found-idx
               end-if
               if pg-program-id (pg-idx) = spaces
                   move bh-program-id to pg-program-id (pg-idx)
                   move pg-idx to found-idx
               end-if
           end-perform.

       write-program-line.
           move spaces to detail-line
           move pg-program-id (pg-idx) to dl-program-id
           move pg-before-count (pg-idx) to dl-before-runs
           move pg-after-count (pg-idx) to dl-after-runs
           move "        -" to dl-before-avg
           move "        -" to dl-after-avg
           move "     N/A" to dl-change
           move 0 to before-total-ms
           perform varying slot-idx from 1 by 1
                   until slot-idx > pg-before-count (pg-idx)
               add pg-before-ms (pg-idx, slot-idx) to before-total-ms
           end-perform
           if pg-before-count (pg-idx) > 0
               compute before-avg-ms =
                   before-total-ms / pg-before-count (pg-idx)
               move before-avg-ms to avg-disp
               move avg-disp to dl-before-avg
           end-if
           if pg-after-count (pg-idx) > 0
               compute after-avg-ms =
                   pg-after-total-ms (pg-idx) / pg-after-count (pg-idx)
               move after-avg-ms to avg-disp
               move avg-disp to dl-after-avg
           end-if
           if pg-before-count (pg-idx) > 0
                   and pg-after-count (pg-idx) > 0
                   and before-avg-ms > 0
               compute change-pct rounded =
                   (after-avg-ms - before-avg-ms) * 100
                   / before-avg-ms
                   on size error
                       move 99999 to change-pct
               end-compute
               move change-pct to pct-disp
               move spaces to dl-change
               string pct-disp delimited by size
                      "%" delimited by size
                      into dl-change
           end-if
           move spaces to rw-line
           move "  " to rw-line (1:2)
           move detail-line to rw-line (3:)
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

       end program envchgrpt.
