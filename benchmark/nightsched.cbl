      *> Every step that runs is also stamped into job-exec-log.dat
      *> (start and end timestamps plus return code), which is what
      *> SLAMON reads mid-night to judge whether the chain will clear
      *> the batch window. Skipped steps and steps whose module could
      *> not be called are stamped as well, with a step status byte
      *> (copy/jobexec.cpy), for the monitoring event feed MONFEED.
      *>
      *> Restart mode (run mode R on the nightsched.parm card, copy/
      *> schedparm.cpy): after a 3 a.m. failure the chain is restarted
      *> from the point of failure instead of from the top. Tonight's
      *> job-exec-log.dat entries (the last 18 hours, the window SLAMON
      *> reads) say which steps already ran; a step that completed
      *> within the return code every successor allows is not run
      *> again, and only the failed or skipped steps and everything
      *> downstream of them are. The report marks each step RUN BEFORE
      *> (completed before the restart), RERUN (ran tonight, but not
      *> cleanly enough), or NEW RUN (not reached tonight until now);
      *> the restart itself is stamped into job-exec-log.dat as a
      *> *RESTART* entry, so SLAMON sees one night with a restart in
      *> it, not two overlapping chains. The card's mode is cleared
      *> once the restart has been taken. The 18-hour look-back is
      *> taken through STAMP-SVC against the stamps' GMT offsets, so
      *> a restart on the night the clocks change still sees the
      *> whole night.
      *>
      *> Each step carries a run condition (copy/nightstep.cpy) - every
      *> night, business days, one weekday, month-end or quarter-end -
      *> so the weekly and month-end housekeeping (BENCHBKUP,
      *> BENCHARCH, HOUSEKEEP, MONTHPACK, PERMRECERT) rides the same
      *> unattended chain instead of being started by hand. Tonight's
      *> business-day and month-end flags come from DATE-SVC against
      *> processing-calendar.dat, with the Monday-Friday weekday rule
      *> when the calendar does not carry the date. A step not due
      *> tonight is reported NOT SCHEDULED, does not count as skipped
      *> for the chain return code, and its successors treat it as
      *> satisfied, exactly as if it had ended return code 0.
      *>****************************************************************
       environment division.
       input-output section.
           select job-exec-out assign to "job-exec-log.dat"
               organization line sequential
               file status is jobexec-status.
           select nightsched-parm-io assign to "nightsched.parm"
               organization line sequential
               file status is parm-status.

       data division.
       file section.
           COPY nightstep.
       fd  job-exec-out.
           COPY jobexec.
       fd  nightsched-parm-io.
           COPY schedparm.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  steps-status              pic xx.
       77  rw-function               pic x.
       77  rw-report-name            pic x(40).
       77  rw-report-title           pic x(60).
       77  rw-page-depth             pic 99 value 0.
       77  rw-line                   pic x(250).
       77  max-steps                 pic 99 value 40.
       77  step-count                pic 99 value 0.
       77  step-idx                  pic 99.
       77  pred-idx                  pic 99.
       77  steps-run-count           pic 99 value 0.
       77  steps-skipped-count       pic 99 value 0.
       77  steps-failed-count        pic 99 value 0.
       77  status-text               pic x(11).
       77  detail-line               pic x(120).
       77  jobexec-status            pic xx.
       77  step-start-stamp          pic x(26).
       77  step-end-stamp            pic x(26).
       77  stamp-step-status         pic x.
       77  parm-status               pic xx.
       77  restart-flag              pic x value "N".
           88 restart-mode           value "Y".
       77  steps-before-count        pic 99 value 0.
       77  succ-idx                  pic 99.
       77  allowed-rc                pic 9(4).
       77  now-stamp                 pic x(21).
       77  record-age-secs           pic s9(12) comp.
       77  tonight-window-secs       pic 9(9) comp value 64800.
       77  work-date-int             pic 9(9) comp.
       77  run-date                  pic x(8).
       77  chain-start-age-secs      pic s9(12) comp value -1.
       77  run-date-num              pic 9(8).
       77  run-date-int              pic 9(9) comp.
       77  next-busday               pic 9(8).
       77  weekday-no                pic 9.
       77  weekday-name              pic x(3).
       77  wd-idx                    pic 9.
       77  wd-match                  pic 9.
       77  tonight-business          pic x.
           88 tonight-is-business    value "Y".
       77  tonight-month-end         pic x.
           88 tonight-is-month-end   value "Y".
       77  tonight-quarter-end       pic x.
           88 tonight-is-quarter-end value "Y".
       77  calendar-source           pic x(40).
       77  ds-function               pic x.
       77  ds-date                   pic x(8).
       77  ds-business-flag          pic x.
       77  ds-holiday-flag           pic x.
       77  ds-month-end-flag         pic x.
       77  ds-found-flag             pic x.
       77  condition-text            pic x(20).
       77  steps-notsched-count      pic 99 value 0.

       01  weekday-names             pic x(21)
               value "MONTUEWEDTHUFRISATSUN".
       01  weekday-table redefines weekday-names.
           05 wd-name occurs 7 times pic x(3).

       01  step-table.
           05 st-entry occurs 40 times.
               10 st-step-name       pic x(12) value spaces.
               10 st-program-id      pic x(20) value spaces.
               10 st-pred-1          pic x(12) value spaces.
               10 st-ran             pic x value "N".
                   88 st-step-ran    value "Y".
               10 st-return-code     pic s9(4) comp value 0.
               10 st-prior-state     pic x value space.
                   88 st-tried-before value "T".
                   88 st-done-before value "D".
               10 st-prior-rc        pic 9(4) value 0.
               10 st-rerun-flag      pic x value "N".
                   88 st-in-rerun    value "Y".
               10 st-run-condition   pic x(3) value spaces.
               10 st-sched-flag      pic x value "Y".
                   88 st-not-scheduled value "N".

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-step-table
           if step-count = 0
               display "nightsched: night-steps.dat absent or empty "
               move 8 to return-code
               goback
           end-if
           perform read-sched-parm
           move function current-date (1:8) to run-date
           if restart-mode
               perform load-tonight-exec
           end-if
           perform judge-tonight
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform judge-step-condition
           end-perform
           if restart-mode
               perform mark-restart-steps
           end-if
           move "nightsched-report.txt" to rw-report-name
           if restart-mode
               move "NIGHTLY CHAIN EXECUTION REPORT - RESTART"
                   to rw-report-title
           else
               move "NIGHTLY CHAIN EXECUTION REPORT"
                   to rw-report-title
           end-if
           move "O" to rw-function
           perform call-report-writer
           move spaces to detail-line
           string "RUN DATE " delimited by size
                  run-date delimited by size
                  " " delimited by size
                  weekday-name delimited by size
                  "  BUSINESS DAY " delimited by size
                  tonight-business delimited by size
                  "  MONTH-END " delimited by size
                  tonight-month-end delimited by size
                  "  QUARTER-END " delimited by size
                  tonight-quarter-end delimited by size
                  "  (" delimited by size
                  calendar-source delimited by "  "
                  ")" delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move "STEP         PROGRAM              STATUS         RC"
               to rw-line
           perform write-report-detail
           if restart-mode
               perform stamp-restart
           end-if
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform run-one-step
           display "nightsched complete - run " steps-run-count
               " skipped " steps-skipped-count
               " failed " steps-failed-count
               " run before restart " steps-before-count
               " not scheduled " steps-notsched-count
           if steps-failed-count > 0
               move 8 to return-code
           else
                                   move ns-pred-max-rc
                                       to st-pred-max-rc (step-count)
                               end-if
                               move ns-run-condition
                                   to st-run-condition (step-count)
                           end-if
                   end-read
               end-perform
               close night-steps-in
           end-if.

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
               move "PROCESSING CALENDAR" to calendar-source
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
           move "WEEKDAY RULE - DATE NOT ON CALENDAR"
               to calendar-source
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
      *> an unrecognized condition runs the step - a typo in the
      *> table must not quietly drop a step from the chain
           move "Y" to st-sched-flag (step-idx)
           evaluate st-run-condition (step-idx)
               when spaces
               when "DLY"
                   continue
               when "BUS"
                   if not tonight-is-business
                       move "N" to st-sched-flag (step-idx)
                   end-if
               when "MEN"
                   if not tonight-is-month-end
                       move "N" to st-sched-flag (step-idx)
                   end-if
               when "QEN"
                   if not tonight-is-quarter-end
                       move "N" to st-sched-flag (step-idx)
                   end-if
               when other
                   move 0 to wd-match
                   perform varying wd-idx from 1 by 1
                           until wd-idx > 7 or wd-match not = 0
                       if wd-name (wd-idx)
                               = st-run-condition (step-idx)
                           move wd-idx to wd-match
                       end-if
                   end-perform
                   if wd-match = 0
                       display "nightsched: " st-step-name (step-idx)
                           " run condition "
                           st-run-condition (step-idx)
                           " not recognized - run every night"
                   else
                       if st-run-condition (step-idx)
                               not = weekday-name
                           move "N" to st-sched-flag (step-idx)
                       end-if
                   end-if
           end-evaluate.

       read-sched-parm.
           open input nightsched-parm-io
           if parm-status not = "00"
               exit paragraph
           end-if
           read nightsched-parm-io
               not at end
                   if sd-restart
                       move "Y" to restart-flag
                   end-if
           end-read
           close nightsched-parm-io
           if restart-mode
      *> a restart is taken once - the next night is a whole chain
               open output nightsched-parm-io
               move space to sd-run-mode
               write nightsched-parm-record
               close nightsched-parm-io
           end-if.

       load-tonight-exec.
           move function current-date to now-stamp
           open input job-exec-out
           if jobexec-status not = "00"
               exit paragraph
           end-if
           perform until jobexec-status not = "00"
               read job-exec-out
                   at end continue
                   not at end
                       perform note-one-exec-record
               end-read
           end-perform
           close job-exec-out.

       note-one-exec-record.
      *> the latest entry for a step tonight is the one that counts;
      *> steps stamped skipped or not installed never ran, so they
      *> stay not reached and are run again as a new run
           if jx-start-ts (1:8) not numeric
                   or jx-start-ts (9:6) not numeric
                   or jx-return-code not numeric
               exit paragraph
           end-if
           move "I" to sx-function
           move jx-start-ts to sx-from-stamp
           move now-stamp to sx-to-stamp
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-interval
           end-call
           move sx-seconds to record-age-secs
           if sx-stamp-invalid or record-age-secs < 0
                   or record-age-secs > tonight-window-secs
               exit paragraph
           end-if
      *> a restart is judged for the night the chain started, even
      *> once the clock has passed midnight
           if record-age-secs > chain-start-age-secs
               move record-age-secs to chain-start-age-secs
               move jx-start-ts (1:8) to run-date
           end-if
           if not jx-step-ran
               exit paragraph
           end-if
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if st-step-name (step-idx) = jx-step-name
                   move "T" to st-prior-state (step-idx)
                   move jx-return-code to st-prior-rc (step-idx)
               end-if
           end-perform.

       mark-restart-steps.
      *> a step ran cleanly enough when no successor would be held
      *> back by its return code; it reruns otherwise, and so does
      *> everything downstream of a step that reruns
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if st-tried-before (step-idx)
                   perform find-allowed-rc
                   if st-prior-rc (step-idx) <= allowed-rc
                       move "D" to st-prior-state (step-idx)
                   end-if
               end-if
               if not st-done-before (step-idx)
                   if not st-not-scheduled (step-idx)
                       move "Y" to st-rerun-flag (step-idx)
                   end-if
               end-if
           end-perform
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform varying pred-idx from 1 by 1
                       until pred-idx > step-count
                   if st-in-rerun (pred-idx)
                           and st-step-name (pred-idx) not = spaces
                           and (st-pred-1 (step-idx)
                                   = st-step-name (pred-idx)
                                or st-pred-2 (step-idx)
                                   = st-step-name (pred-idx))
                       move "Y" to st-rerun-flag (step-idx)
                   end-if
               end-perform
           end-perform.

       find-allowed-rc.
           move 9999 to allowed-rc
           perform varying succ-idx from 1 by 1
                   until succ-idx > step-count
               if st-pred-1 (succ-idx) = st-step-name (step-idx)
                       or st-pred-2 (succ-idx) = st-step-name (step-idx)
                   if st-pred-max-rc (succ-idx) < allowed-rc
                       move st-pred-max-rc (succ-idx) to allowed-rc
                   end-if
               end-if
           end-perform.

       stamp-restart.
           move function current-date to step-start-stamp
           move step-start-stamp to step-end-stamp
           open extend job-exec-out
           if jobexec-status not = "00"
               open output job-exec-out
           end-if
           move step-start-stamp (1:8) to jx-run-date
           move "*RESTART*" to jx-step-name
           move "nightsched" to jx-program-id
           move step-start-stamp to jx-start-ts
           move step-end-stamp to jx-end-ts
           move 0 to jx-return-code
           move "R" to jx-step-status
           write job-exec-record
           close job-exec-out.

       report-step-run-before.
           add 1 to steps-before-count
           move "Y" to st-ran (step-idx)
           move st-prior-rc (step-idx) to st-return-code (step-idx)
           move st-prior-rc (step-idx) to rc-disp
           move "RUN BEFORE" to status-text
           display "nightsched: " st-step-name (step-idx)
               " completed before the restart - not rerun"
           move spaces to detail-line
           string st-step-name (step-idx)  delimited by size
                  " "                      delimited by size
                  st-program-id (step-idx) delimited by size
                  " "                      delimited by size
                  status-text              delimited by size
                  " "                      delimited by size
                  rc-disp                  delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       report-step-not-scheduled.
           add 1 to steps-notsched-count
           move "Y" to st-ran (step-idx)
           move 0 to st-return-code (step-idx)
           evaluate st-run-condition (step-idx)
               when "BUS"
                   move "BUSINESS DAYS" to condition-text
               when "MEN"
                   move "MONTH-END" to condition-text
               when "QEN"
                   move "QUARTER-END" to condition-text
               when other
                   move spaces to condition-text
                   string "WEEKLY " delimited by size
                          st-run-condition (step-idx)
                              delimited by size
                          into condition-text
           end-evaluate
           display "nightsched: " st-step-name (step-idx)
               " not scheduled tonight"
           move spaces to detail-line
           string st-step-name (step-idx)  delimited by size
                  " "                      delimited by size
                  st-program-id (step-idx) delimited by size
                  " NOT SCHEDULED - RUNS " delimited by size
                  condition-text           delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       run-one-step.
           if st-not-scheduled (step-idx)
               perform report-step-not-scheduled
               exit paragraph
           end-if
           if restart-mode and not st-in-rerun (step-idx)
               perform report-step-run-before
               exit paragraph
           end-if
           perform check-predecessors
           if skip-step
               add 1 to steps-skipped-count
               display "nightsched: skipping "
                   st-step-name (step-idx) " - " skip-reason
               perform report-skipped-step
               move function current-date to step-start-stamp
               move step-start-stamp to step-end-stamp
               move 0 to run-return-code
               move "S" to stamp-step-status
               perform stamp-job-exec
               exit paragraph
           end-if
           display "nightsched: starting " st-step-name (step-idx)
               move "NOMODULE" to status-text
               display "nightsched: " st-step-name (step-idx)
                   " module not installed"
               move "N" to stamp-step-status
               perform stamp-job-exec
           else
               add 1 to steps-run-count
               move "Y" to st-ran (step-idx)
               move run-return-code to st-return-code (step-idx)
               evaluate true
                   when not restart-mode
                       move "RAN" to status-text
                   when st-tried-before (step-idx)
                       move "RERUN" to status-text
                   when other
                       move "NEW RUN" to status-text
               end-evaluate
               display "nightsched: " st-step-name (step-idx)
                   " ended return-code " run-return-code
               move "R" to stamp-step-status
               perform stamp-job-exec
           end-if
           move run-return-code to rc-disp
           else
               move run-return-code to jx-return-code
           end-if
           move stamp-step-status to jx-step-status
           write job-exec-record
           close job-exec-out.

                  steps-skipped-count delimited by size
                  "  FAILED: "        delimited by size
                  steps-failed-count  delimited by size
                  "  NOT SCHEDULED: " delimited by size
                  steps-notsched-count delimited by size
                  into rw-line
           perform write-report-total
           if restart-mode
               move spaces to rw-line
               string "RESTARTED CHAIN - STEPS RUN BEFORE THE RESTART: "
                          delimited by size
                      steps-before-count delimited by size
                      into rw-line
               perform write-report-total
           end-if.

       write-report-detail.
           move "D" to rw-function
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

       end program nightsched.
