       identification division.
       program-id. chaincrit.
      *>****************************************************************
      *> Nightly chain critical-path and step-duration history report.
      *> SLAMON answers "will tonight overrun"; this program answers
      *> the capacity question - which steps have been pushing the
      *> chain later - for the batch-window meeting, which until now
      *> assembled it by hand from job-exec-log.dat.
      *>
      *> job-exec-log.dat is read in the order NIGHTSCHED wrote it and
      *> cut into nights: a night starts with the first entry more
      *> than eighteen hours after the start of the previous night
      *> (the same tonight window SLAMON and a NIGHTSCHED restart use),
      *> so a chain that crosses midnight, or is restarted, is still
      *> one night. Every start, end and duration is measured
      *> through STAMP-SVC against the GMT offsets the stamps carry,
      *> so the night the clocks change is neither an hour long nor
      *> an hour short; start and finish times are shown on the wall
      *> clock the stamps were taken on. Only nights whose chain
      *> started within the chaincrit.parm date range (copy/
      *> critparm.cpy, default the last 91 days) are reported. A
      *> rerun step counts at its last run of the night.
      *>
      *> For each night the chain is reconstructed from the
      *> night-steps.dat predecessors: the critical path is walked
      *> back from the step that finished last, at each step to the
      *> predecessor that ran that night and finished latest - the one
      *> that released it - until a step with no predecessor that ran.
      *> The night's line gives the chain elapsed (first start to last
      *> end) and each critical-path step its duration and share of
      *> the elapsed.
      *>
      *> Across the range every step is listed with its night count,
      *> average, first and last duration, its duration trend (the
      *> least-squares growth in seconds per night over the nights it
      *> ran) and how often it was on the critical path, ranked by
      *> growth - fastest-growing first. Steps seen on fewer than two
      *> nights have no trend and are listed after the ranking. Ends
      *> with return code 4 when no night falls in the range.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select chaincrit-parm-in assign to "chaincrit.parm"
               organization line sequential
               file status is parm-status.
           select night-steps-in assign to "night-steps.dat"
               organization line sequential
               file status is steps-status.
           select job-exec-in assign to "job-exec-log.dat"
               organization line sequential
               file status is jobexec-status.

       data division.
       file section.
       fd  chaincrit-parm-in.
           COPY critparm.
       fd  night-steps-in.
           COPY nightstep.
       fd  job-exec-in.
           COPY jobexec.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  parm-status                 pic xx.
       77  steps-status                pic xx.
       77  jobexec-status              pic xx.
       77  from-date                   pic x(8).
       77  to-date                     pic x(8).
       77  today-integer               pic 9(9) comp.
       77  from-integer                pic 9(9) comp.
       77  from-date-n                 pic 9(8).
       77  max-steps                   pic 99 value 40.
       77  step-count                  pic 99 value 0.
       77  step-idx                    pic 99.
       77  pred-idx                    pic 99.
       77  pred-no                     pic 9.
       77  pred-name                   pic x(12).
       77  found-idx                   pic 99.
       77  last-idx                    pic 99.
       77  best-idx                    pic 99.
       77  best-end-secs               pic 9(12) comp.
       77  cur-idx                     pic 99.
       77  path-len                    pic 99.
       77  path-idx                    pic 99.
       77  rank-no                     pic 99.
       77  rank-pass                   pic 99.
       77  night-open-flag             pic x value "N".
           88 night-open               value "Y".
       77  night-date                  pic x(8).
       77  night-first-secs            pic 9(12) comp.
       77  night-last-secs             pic 9(12) comp.
       77  night-first-clock           pic x(6).
       77  night-last-clock            pic x(6).
       77  night-steps-ran             pic 99.
       77  night-count                 pic 9(5) value 0.
       77  nights-seen                 pic 9(5) value 0.
       77  tonight-window-secs         pic 9(9) comp value 64800.
       77  ts-work                     pic x(26).
       77  ts-base-stamp               pic x(26)
               value "1601010100000000+0000".
       77  ts-secs                     pic 9(12) comp.
       77  ts-valid-flag               pic x.
           88 ts-valid                 value "Y".
       77  record-start-secs           pic 9(12) comp.
       77  record-end-secs             pic 9(12) comp.
       77  record-start-clock          pic x(6).
       77  record-end-clock            pic x(6).
       77  clock-work                  pic x(6).
       77  duration-secs               pic 9(9) comp.
       77  elapsed-secs                pic 9(9) comp.
       77  hms-secs                    pic 9(9) comp.
       77  hms-hh                      pic 99.
       77  hms-mm                      pic 99.
       77  hms-ss                      pic 99.
       77  hms-rem                     pic 9(9) comp.
       77  hms-text                    pic x(8).
       77  start-hms                   pic x(8).
       77  finish-hms                  pic x(8).
       77  elapsed-hms                 pic x(8).
       77  share-pct                   pic 9(3)v9.
       77  pct-disp                    pic zz9.9.
       77  secs-disp                   pic z(6)9.
       77  avg-disp                    pic z(6)9.
       77  first-disp                  pic z(6)9.
       77  last-disp                   pic z(6)9.
       77  count-disp                  pic z(4)9.
       77  crit-disp                   pic z(4)9.
       77  rank-disp                   pic z9.
       77  slope-disp                  pic -(6)9.99.
       77  slope-numer                 pic s9(18) comp.
       77  slope-denom                 pic s9(18) comp.
       77  best-slope                  pic s9(7)v99 comp.
       77  insuff-count                pic 99 value 0.
       77  detail-line                 pic x(132).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  inv-program-id              pic x(20).
       77  inv-compiled-stamp          pic x(21).

       01  step-table.
           05 st-entry occurs 40 times.
               10 st-step-name         pic x(12) value spaces.
               10 st-pred-1            pic x(12) value spaces.
               10 st-pred-2            pic x(12) value spaces.
      *> tonight's timing, cleared at the start of every night
               10 nt-ran               pic x value "N".
                   88 nt-step-ran      value "Y".
               10 nt-start-secs        pic 9(12) comp value 0.
               10 nt-end-secs          pic 9(12) comp value 0.
               10 nt-start-clock       pic x(6) value spaces.
               10 nt-on-path           pic x value "N".
                   88 nt-critical      value "Y".
      *> the whole range
               10 ss-nights            pic 9(5) comp value 0.
               10 ss-sum-x             pic 9(12) comp value 0.
               10 ss-sum-y             pic 9(12) comp value 0.
               10 ss-sum-xy            pic 9(15) comp value 0.
               10 ss-sum-xx            pic 9(15) comp value 0.
               10 ss-first-secs        pic 9(9) comp value 0.
               10 ss-last-secs         pic 9(9) comp value 0.
               10 ss-crit-count        pic 9(5) comp value 0.
               10 ss-slope             pic s9(7)v99 comp value 0.
               10 ss-ranked            pic x value "N".
                   88 ss-rank-done     value "Y".

       01  path-table.
           05 path-step occurs 40 times pic 99.

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
           perform resolve-date-range
           perform load-step-table
           if step-count = 0
               display "chaincrit: night-steps.dat absent or empty - "
                   "no chain to reconstruct"
               move 8 to return-code
               goback
           end-if
           move "chaincrit-report.txt" to rw-report-name
           move spaces to rw-report-title
           string "CHAIN CRITICAL PATH " delimited by size
                  from-date delimited by size
                  " - " delimited by size
                  to-date delimited by size
                  into rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move "NIGHT     START    FINISH   ELAPSED  STEPS"
               to rw-line
           perform write-report-detail
           move "  CRITICAL PATH STEP   START    SECONDS  SHARE%"
               to rw-line
           perform write-report-detail
           perform scan-job-exec
           if night-count = 0
               move "NO NIGHTS IN THE DATE RANGE" to rw-line
               perform write-report-detail
           end-if
           perform compute-step-trends
           perform write-trend-page
           move "C" to rw-function
           perform call-report-writer
           display "chaincrit complete - nights " night-count
               " of " nights-seen " in the log"
           if night-count = 0
               move 4 to return-code
           end-if
           goback.

       register-module.
           move "chaincrit" to inv-program-id
           move function when-compiled to inv-compiled-stamp
           call "MOD-INVENT" using inv-program-id,
               inv-compiled-stamp
               on exception continue
           end-call.

       resolve-date-range.
           move spaces to from-date
           move spaces to to-date
           open input chaincrit-parm-in
           if parm-status = "00"
               read chaincrit-parm-in
                   not at end
                       if cp-from-date numeric
                               and cp-to-date numeric
                           move cp-from-date to from-date
                           move cp-to-date to to-date
                       end-if
               end-read
               close chaincrit-parm-in
           end-if
           if from-date = spaces
               move function current-date (1:8) to to-date
               compute today-integer =
                   function integer-of-date
                       (function numval (to-date))
               compute from-integer = today-integer - 91
               compute from-date-n =
                   function date-of-integer (from-integer)
               move from-date-n to from-date
           end-if.

       load-step-table.
           open input night-steps-in
           if steps-status not = "00"
               exit paragraph
           end-if
           perform until steps-status not = "00"
               read night-steps-in
                   at end continue
                   not at end
                       if step-count < max-steps
                           add 1 to step-count
                           move ns-step-name
                               to st-step-name (step-count)
                           move ns-pred-1 to st-pred-1 (step-count)
                           move ns-pred-2 to st-pred-2 (step-count)
                       end-if
               end-read
           end-perform
           close night-steps-in.

       scan-job-exec.
           open input job-exec-in
           if jobexec-status not = "00"
               exit paragraph
           end-if
           perform until jobexec-status not = "00"
               read job-exec-in
                   at end continue
                   not at end
                       perform take-one-exec-record
               end-read
           end-perform
           close job-exec-in
           if night-open
               perform close-night
           end-if.

       take-one-exec-record.
      *> skipped and not-installed steps are stamped with no run time
           if not jx-step-ran
               exit paragraph
           end-if
           move jx-start-ts to ts-work
           perform compute-ts-secs
           if not ts-valid
               exit paragraph
           end-if
           move ts-secs to record-start-secs
           move jx-start-ts (9:6) to record-start-clock
           move jx-end-ts to ts-work
           perform compute-ts-secs
           if not ts-valid or ts-secs < record-start-secs
               move record-start-secs to record-end-secs
               move record-start-clock to record-end-clock
           else
               move ts-secs to record-end-secs
               move jx-end-ts (9:6) to record-end-clock
           end-if
           if night-open
               if record-start-secs - night-first-secs
                       > tonight-window-secs
                   perform close-night
               end-if
           end-if
           if not night-open
               perform open-night
           end-if
           if record-end-secs > night-last-secs
               move record-end-secs to night-last-secs
               move record-end-clock to night-last-clock
           end-if
      *> the last run of a step in the night is the one that counts
           move 0 to found-idx
           perform varying step-idx from 1 by 1
                   until step-idx > step-count or found-idx not = 0
               if st-step-name (step-idx) = jx-step-name
                   move step-idx to found-idx
               end-if
           end-perform
           if found-idx not = 0
               move "Y" to nt-ran (found-idx)
               move record-start-secs to nt-start-secs (found-idx)
               move record-end-secs to nt-end-secs (found-idx)
               move record-start-clock to nt-start-clock (found-idx)
           end-if.

       compute-ts-secs.
      *> seconds from the start of the integer-date calendar, on
      *> GMT, so stamps taken either side of a clock change compare
      *> and subtract correctly; without the service module the
      *> day number and clock are counted as before, offsets ignored
           move "N" to ts-valid-flag
           move "I" to sx-function
           move ts-base-stamp to sx-from-stamp
           move ts-work to sx-to-stamp
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-ts-secs
           end-call
           if sx-stamps-valid and sx-seconds >= 0
               move "Y" to ts-valid-flag
               move sx-seconds to ts-secs
           end-if.

       clock-ts-secs.
           move "N" to sx-status
           move 0 to sx-seconds
           if ts-work (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (ts-work (1:8))) not = 0
               exit paragraph
           end-if
           move "Y" to sx-status
           compute sx-seconds =
               (function integer-of-date
                   (function numval (ts-work (1:8))) - 1) * 86400
               + function numval (ts-work (9:2)) * 3600
               + function numval (ts-work (11:2)) * 60
               + function numval (ts-work (13:2)).

       open-night.
           move "Y" to night-open-flag
           move jx-start-ts (1:8) to night-date
           move record-start-secs to night-first-secs
           move record-start-secs to night-last-secs
           move record-start-clock to night-first-clock
           move record-start-clock to night-last-clock
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move "N" to nt-ran (step-idx)
               move "N" to nt-on-path (step-idx)
               move 0 to nt-start-secs (step-idx)
               move 0 to nt-end-secs (step-idx)
           end-perform.

       close-night.
           move "N" to night-open-flag
           add 1 to nights-seen
           if night-date < from-date or night-date > to-date
               exit paragraph
           end-if
           move 0 to night-steps-ran
           move 0 to last-idx
           move 0 to best-end-secs
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if nt-step-ran (step-idx)
                   add 1 to night-steps-ran
                   if nt-end-secs (step-idx) >= best-end-secs
                       move nt-end-secs (step-idx) to best-end-secs
                       move step-idx to last-idx
                   end-if
               end-if
           end-perform
           if last-idx = 0
               exit paragraph
           end-if
           add 1 to night-count
           perform walk-critical-path
           perform write-night-lines
           perform accumulate-night-stats.

       walk-critical-path.
      *> back from the last step to finish, each time to the
      *> predecessor that ran tonight and finished latest
           move 0 to path-len
           move last-idx to cur-idx
           perform until cur-idx = 0 or path-len >= step-count
               add 1 to path-len
               move cur-idx to path-step (path-len)
               move "Y" to nt-on-path (cur-idx)
               perform find-releasing-pred
               move best-idx to cur-idx
           end-perform.

       find-releasing-pred.
           move 0 to best-idx
           move 0 to best-end-secs
           perform varying pred-no from 1 by 1 until pred-no > 2
               if pred-no = 1
                   move st-pred-1 (cur-idx) to pred-name
               else
                   move st-pred-2 (cur-idx) to pred-name
               end-if
               if pred-name not = spaces
                   perform varying pred-idx from 1 by 1
                           until pred-idx > step-count
                       if st-step-name (pred-idx) = pred-name
                           if nt-step-ran (pred-idx)
                                   and not nt-critical (pred-idx)
                                   and nt-end-secs (pred-idx)
                                       >= best-end-secs
                               move nt-end-secs (pred-idx)
                                   to best-end-secs
                               move pred-idx to best-idx
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.

       write-night-lines.
           compute elapsed-secs = night-last-secs - night-first-secs
           move night-first-clock to clock-work
           perform format-clock
           move hms-text to start-hms
           move night-last-clock to clock-work
           perform format-clock
           move hms-text to finish-hms
           move elapsed-secs to hms-secs
           perform format-hms
           move hms-text to elapsed-hms
           move night-steps-ran to count-disp
           move spaces to detail-line
           string night-date delimited by size
                  "  " delimited by size
                  start-hms delimited by size
                  " " delimited by size
                  finish-hms delimited by size
                  " " delimited by size
                  elapsed-hms delimited by size
                  " " delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
      *> the path was collected finish-first; print it in run order
           perform varying path-idx from path-len by -1
                   until path-idx < 1
               move path-step (path-idx) to step-idx
               perform write-path-line
           end-perform.

       write-path-line.
           compute duration-secs = nt-end-secs (step-idx)
               - nt-start-secs (step-idx)
           if elapsed-secs > 0
               compute share-pct rounded =
                   duration-secs * 100 / elapsed-secs
           else
               move 0 to share-pct
           end-if
           move nt-start-clock (step-idx) to clock-work
           perform format-clock
           move duration-secs to secs-disp
           move share-pct to pct-disp
           move spaces to detail-line
           string "  " delimited by size
                  st-step-name (step-idx) delimited by size
                  "  " delimited by size
                  hms-text delimited by size
                  " " delimited by size
                  secs-disp delimited by size
                  "   " delimited by size
                  pct-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       format-clock.
           move spaces to hms-text
           string clock-work (1:2) delimited by size
                  ":" delimited by size
                  clock-work (3:2) delimited by size
                  ":" delimited by size
                  clock-work (5:2) delimited by size
                  into hms-text.

       format-hms.
           compute hms-hh = hms-secs / 3600
           compute hms-rem = function mod (hms-secs, 3600)
           compute hms-mm = hms-rem / 60
           compute hms-ss = function mod (hms-rem, 60)
           move spaces to hms-text
           string hms-hh delimited by size
                  ":" delimited by size
                  hms-mm delimited by size
                  ":" delimited by size
                  hms-ss delimited by size
                  into hms-text.

       accumulate-night-stats.
      *> x is the night's position in the range, y the duration
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if nt-step-ran (step-idx)
                   compute duration-secs = nt-end-secs (step-idx)
                       - nt-start-secs (step-idx)
                   add 1 to ss-nights (step-idx)
                   if ss-nights (step-idx) = 1
                       move duration-secs to ss-first-secs (step-idx)
                   end-if
                   move duration-secs to ss-last-secs (step-idx)
                   add night-count to ss-sum-x (step-idx)
                   add duration-secs to ss-sum-y (step-idx)
                   compute ss-sum-xy (step-idx) = ss-sum-xy (step-idx)
                       + night-count * duration-secs
                   compute ss-sum-xx (step-idx) = ss-sum-xx (step-idx)
                       + night-count * night-count
                   if nt-critical (step-idx)
                       add 1 to ss-crit-count (step-idx)
                   end-if
               end-if
           end-perform.

       compute-step-trends.
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move 0 to ss-slope (step-idx)
               if ss-nights (step-idx) >= 2
                   compute slope-numer =
                       ss-nights (step-idx) * ss-sum-xy (step-idx)
                       - ss-sum-x (step-idx) * ss-sum-y (step-idx)
                   compute slope-denom =
                       ss-nights (step-idx) * ss-sum-xx (step-idx)
                       - ss-sum-x (step-idx) * ss-sum-x (step-idx)
                   if slope-denom not = 0
                       compute ss-slope (step-idx) rounded =
                           slope-numer / slope-denom
                   end-if
               end-if
           end-perform.

       write-trend-page.
           move spaces to rw-report-title
           string "STEP DURATION TREND " delimited by size
                  from-date delimited by size
                  " - " delimited by size
                  to-date delimited by size
                  into rw-report-title
           move "P" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "RANK STEP         NIGHTS  AVG-SEC FIRST-SEC"
                      delimited by size
                  "  LAST-SEC  GROWTH-SEC/NIGHT  ON-PATH  PATH-PCT"
                      delimited by size
                  into rw-line
           perform write-report-detail
           move 0 to rank-no
           perform varying rank-pass from 1 by 1
                   until rank-pass > step-count
               perform rank-next-step
           end-perform
           move 0 to insuff-count
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if ss-nights (step-idx) < 2
                   add 1 to insuff-count
               end-if
           end-perform
           if insuff-count > 0
               move "FEWER THAN TWO NIGHTS - NO TREND:" to rw-line
               perform write-report-detail
               perform varying step-idx from 1 by 1
                       until step-idx > step-count
                   if ss-nights (step-idx) < 2
                       perform write-insuff-line
                   end-if
               end-perform
           end-if
           move spaces to rw-line
           move night-count to count-disp
           string "NIGHTS ANALYZED: " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total.

       rank-next-step.
      *> picks the fastest-growing step not yet listed
           move 0 to best-idx
           move 0 to best-slope
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if ss-nights (step-idx) >= 2
                       and not ss-rank-done (step-idx)
                   if best-idx = 0
                           or ss-slope (step-idx) > best-slope
                       move step-idx to best-idx
                       move ss-slope (step-idx) to best-slope
                   end-if
               end-if
           end-perform
           if best-idx = 0
               exit paragraph
           end-if
           add 1 to rank-no
           move best-idx to step-idx
           move "Y" to ss-ranked (step-idx)
           perform write-trend-line.

       write-trend-line.
           move rank-no to rank-disp
           move ss-nights (step-idx) to count-disp
           compute avg-disp rounded =
               ss-sum-y (step-idx) / ss-nights (step-idx)
           move ss-first-secs (step-idx) to first-disp
           move ss-last-secs (step-idx) to last-disp
           move ss-slope (step-idx) to slope-disp
           move ss-crit-count (step-idx) to crit-disp
           compute share-pct rounded =
               ss-crit-count (step-idx) * 100 / night-count
           move share-pct to pct-disp
           move spaces to detail-line
           string "  " delimited by size
                  rank-disp delimited by size
                  " " delimited by size
                  st-step-name (step-idx) delimited by size
                  count-disp delimited by size
                  "  " delimited by size
                  avg-disp delimited by size
                  "   " delimited by size
                  first-disp delimited by size
                  "   " delimited by size
                  last-disp delimited by size
                  "        " delimited by size
                  slope-disp delimited by size
                  "    " delimited by size
                  crit-disp delimited by size
                  "     " delimited by size
                  pct-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       write-insuff-line.
           move ss-nights (step-idx) to count-disp
           move ss-crit-count (step-idx) to crit-disp
           move spaces to detail-line
           string "     " delimited by size
                  st-step-name (step-idx) delimited by size
                  count-disp delimited by size
                  "  NIGHT(S), ON CRITICAL PATH " delimited by size
                  crit-disp delimited by size
                  into detail-line
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

       end program chaincrit.
