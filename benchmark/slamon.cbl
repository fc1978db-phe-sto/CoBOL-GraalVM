      *> code 8 when the projection says the chain will miss the
      *> window - while there is still time to cancel tonight's big
      *> render instead of discovering the overrun at breakfast.
      *>
      *> Steps whose run condition (copy/nightstep.cpy) says they are
      *> not due tonight - the weekly and month-end housekeeping - are
      *> left out of the projection, judged exactly as NIGHTSCHED
      *> judges them: DATE-SVC against processing-calendar.dat, else
      *> the Monday-Friday weekday rule, for the date the chain
      *> started (the earliest of tonight's job-exec-log.dat entries,
      *> or today when nothing has run yet).
      *>
      *> A predicted overrun is also raised through ALERT-RAISE, so it
      *> reaches alerts.dat and, through MONFEED, the enterprise
      *> monitoring console as a critical event.
      *>
      *> The eighteen-hour look-back, the projected finish and the
      *> margin are all taken through STAMP-SVC against the GMT
      *> offsets the stamps carry, so the night the clocks change
      *> neither drops tonight's early steps nor misstates the
      *> margin. The deadline is the next occurrence of the window
      *> close on the wall clock, taken at the current offset.
      *>****************************************************************
       environment division.
       input-output section.
           COPY benchhist.

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
       77  parm-status                 pic xx.
       77  steps-status                pic xx.
       77  jobexec-status              pic xx.
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  deadline-hhmm               pic 9(4) value 0600.
       77  max-steps                   pic 99 value 40.
       77  step-count                  pic 99 value 0.
       77  step-idx                    pic 99.
       77  max-programs                pic 99 value 20.
       77  tbl-idx                     pic 99.
       77  found-idx                   pic 99.
       77  now-stamp                   pic x(21).
       77  record-age-secs             pic s9(12) comp.
       77  tonight-window-secs         pic 9(9) comp value 64800.
       77  work-date-int               pic 9(9) comp.
       77  chain-start-age-secs        pic s9(12) comp value -1.
       77  run-date                    pic x(8) value spaces.
       77  run-date-num                pic 9(8).
       77  run-date-int                pic 9(9) comp.
       77  next-busday                 pic 9(8).
       77  weekday-no                  pic 9.
       77  weekday-name                pic x(3).
       77  wd-idx                      pic 9.
       77  wd-match                    pic 9.
       77  tonight-business            pic x.
           88 tonight-is-business      value "Y".
       77  tonight-month-end           pic x.
           88 tonight-is-month-end     value "Y".
       77  tonight-quarter-end         pic x.
           88 tonight-is-quarter-end   value "Y".
       77  ds-function                 pic x.
       77  ds-date                     pic x(8).
       77  ds-business-flag            pic x.
       77  ds-holiday-flag             pic x.
       77  ds-month-end-flag           pic x.
       77  ds-found-flag               pic x.
       77  notsched-count              pic 99 value 0.
       77  deadline-stamp              pic x(26).
       77  predicted-total-ms          pic 9(12) comp value 0.
       77  predicted-step-ms           pic 9(9) comp.
       77  predicted-source            pic x(5).
       77  projected-finish-stamp      pic x(26).
       77  margin-secs                 pic s9(9) comp.
       77  finish-hh                   pic 99.
       77  finish-mm                   pic 99.
       77  suite-avg-total-ms          pic 9(12) comp value 0.
       77  remaining-count             pic 99 value 0.
       77  done-count                  pic 99 value 0.
       77  detail-line                 pic x(132).
       77  overrun-flag                pic x value "N".
           88 window-overrun           value "Y".
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).

       01  weekday-names               pic x(21)
               value "MONTUEWEDTHUFRISATSUN".
       01  weekday-table redefines weekday-names.
           05 wd-name occurs 7 times   pic x(3).

       01  step-table.
           05 sm-entry occurs 40 times.
               10 sm-step-name       pic x(12) value spaces.
               10 sm-program-id      pic x(20) value spaces.
               10 sm-done            pic x value "N".
                   88 sm-step-done   value "Y".
               10 sm-run-condition   pic x(3) value spaces.
               10 sm-sched-flag      pic x value "Y".
                   88 sm-not-scheduled value "N".

       01  history-table.
           05 hm-entry occurs 20 times.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date to now-stamp
           perform read-deadline-parm
           perform load-step-table
           if step-count = 0
               goback
           end-if
           perform mark-completed-steps
           if run-date = spaces
               move now-stamp (1:8) to run-date
           end-if
           perform judge-tonight
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform judge-step-condition
           end-perform
           perform load-history-averages
           perform compute-deadline-stamp
           move "slamon-report.txt" to rw-report-name
           move "BATCH-WINDOW UTILIZATION AND OVERRUN PROJECTION"
               to rw-report-title
           perform write-report-detail
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               evaluate true
                   when sm-step-done (step-idx)
                       add 1 to done-count
                   when sm-not-scheduled (step-idx)
                       add 1 to notsched-count
                   when other
                       add 1 to remaining-count
                       perform project-one-step
               end-evaluate
           end-perform
           perform write-projection-summary
           perform close-report-writer
           display "slamon complete - " done-count " step(s) done, "
               remaining-count " remaining, "
               notsched-count " not scheduled tonight"
           if window-overrun
               display "slamon: PREDICTED WINDOW OVERRUN"
               perform raise-overrun-alert
               move 8 to return-code
           end-if
           goback.

       read-deadline-parm.
           open input slamon-parm-in
           if parm-status = "00"
               close slamon-parm-in
           end-if.

       compute-deadline-stamp.
      *> today's window close at the current offset, or tomorrow's
      *> when today's has already gone by
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

       load-step-table.
                                   to sm-step-name (step-count)
                               move ns-program-id
                                   to sm-program-id (step-count)
                               move ns-run-condition
                                   to sm-run-condition (step-count)
                           end-if
                   end-read
               end-perform
                   or jx-start-ts (9:6) not numeric
               exit paragraph
           end-if
           move "I" to sx-function
           move jx-start-ts to sx-from-stamp
           move now-stamp to sx-to-stamp
           perform call-stamp-svc
           move sx-seconds to record-age-secs
           if sx-stamp-invalid or record-age-secs < 0
                   or record-age-secs > tonight-window-secs
               exit paragraph
           end-if
      *> the oldest of tonight's records is the chain's start
           if record-age-secs > chain-start-age-secs
               move record-age-secs to chain-start-age-secs
               move jx-start-ts (1:8) to run-date
           end-if
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if sm-step-name (step-idx) = jx-step-name
               end-if
           end-perform.

       judge-tonight.
      *> the weekday: day 1 of the integer-date calendar
      *> (1601-01-01) was a Monday
           move run-date to run-date-num
           compute run-date-int = function integer-of-date
               (run-date-num)
           compute weekday-no =
               function mod (run-date-int - 1, 7) + 1
           move wd-name (weekday-no) to weekday-name
           move "N" to tonight-business
           move "N" to tonight-month-end
           move "N" to tonight-quarter-end
           move "Q" to ds-function
           move run-date to ds-date
           move "U" to ds-found-flag
           call "DATE-SVC" using ds-function, ds-date,
               ds-business-flag, ds-holiday-flag, ds-month-end-flag,
               ds-found-flag
               on exception
                   move "U" to ds-found-flag
           end-call
           if ds-found-flag = "Y"
               move ds-business-flag to tonight-business
               move ds-month-end-flag to tonight-month-end
           else
               perform judge-tonight-by-weekday
           end-if
           if tonight-is-month-end
               if run-date (5:2) = "03" or "06" or "09" or "12"
                   move "Y" to tonight-quarter-end
               end-if
           end-if.

       judge-tonight-by-weekday.
      *> no calendar answer: Monday-Friday are business days, and the
      *> last of them in the month is month-end
           if weekday-no > 5
               exit paragraph
           end-if
           move "Y" to tonight-business
           evaluate weekday-no
               when 5
                   compute work-date-int = run-date-int + 3
               when other
                   compute work-date-int = run-date-int + 1
           end-evaluate
           compute next-busday = function date-of-integer
               (work-date-int)
           if next-busday (5:2) not = run-date (5:2)
               move "Y" to tonight-month-end
           end-if.

       judge-step-condition.
      *> an unrecognized condition is projected as every night, the
      *> way NIGHTSCHED runs it
           move "Y" to sm-sched-flag (step-idx)
           evaluate sm-run-condition (step-idx)
               when spaces
               when "DLY"
                   continue
               when "BUS"
                   if not tonight-is-business
                       move "N" to sm-sched-flag (step-idx)
                   end-if
               when "MEN"
                   if not tonight-is-month-end
                       move "N" to sm-sched-flag (step-idx)
                   end-if
               when "QEN"
                   if not tonight-is-quarter-end
                       move "N" to sm-sched-flag (step-idx)
                   end-if
               when other
                   move 0 to wd-match
                   perform varying wd-idx from 1 by 1
                           until wd-idx > 7 or wd-match not = 0
                       if wd-name (wd-idx)
                               = sm-run-condition (step-idx)
                           move wd-idx to wd-match
                       end-if
                   end-perform
                   if wd-match not = 0
                       if sm-run-condition (step-idx)
                               not = weekday-name
                           move "N" to sm-sched-flag (step-idx)
                       end-if
                   end-if
           end-evaluate.

       load-history-averages.
           open input bench-history-in
           if bh-status = "00"
           perform write-report-detail.

       write-projection-summary.
           move "A" to sx-function
           move now-stamp to sx-from-stamp
           compute sx-seconds = predicted-total-ms / 1000
           perform call-stamp-svc
           move sx-to-stamp to projected-finish-stamp
           move "I" to sx-function
           move projected-finish-stamp to sx-from-stamp
           move deadline-stamp to sx-to-stamp
           perform call-stamp-svc
           move sx-seconds to margin-secs
           if margin-secs < 0
               move "Y" to overrun-flag
           end-if
           move projected-finish-stamp (9:2) to finish-hh
           move projected-finish-stamp (11:2) to finish-mm
           move spaces to rw-line
           move deadline-hhmm (1:2) to hh-disp
           move deadline-hhmm (3:2) to mm-disp
           end-if
           perform write-report-total.

       raise-overrun-alert.
           move finish-hh to hh-disp
           move finish-mm to mm-disp
           move spaces to ar-message
           string "SLAM001E " delimited by size
                  hh-disp delimited by size
                  ":"     delimited by size
                  mm-disp delimited by size
                  "|"     delimited by size
                  deadline-hhmm (1:2) delimited by size
                  ":"     delimited by size
                  deadline-hhmm (3:2) delimited by size
                  into ar-message
           move "slamon" to ar-program-id
           move "E" to ar-severity
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       write-report-detail.
           move "D" to rw-function
           perform call-report-writer.
           move "C" to rw-function
           perform call-report-writer.

       call-stamp-svc.
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   if sx-add
                       perform clock-add
                   else
                       perform clock-interval
                   end-if
           end-call.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
                       "report line lost"
           end-call.

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

       end program slamon.
