       identification division.
       program-id. standgen.
      *>****************************************************************
      *> Standing-request generator, run in the nightly chain ahead of
      *> the queue drain. The performance team used to re-send the
      *> same requests every week through the BENCHGATE drop slots -
      *> the Monday FULL-depth sieve, the month-end 2400x1000 render -
      *> and the week somebody forgot, the run simply did not happen.
      *> Those requests now live on standing-requests.dat
      *> (copy/standreq.cpy) with a frequency and an expiry date; this
      *> program decides which of them fall due tonight and appends
      *> one instance of each to bench-queue.dat with a proper
      *> bq-submitted stamp, exactly as BENCHGATE queues a drop.
      *>
      *> Tonight's business-day and month-end flags come from the
      *> DATE-SVC callable against processing-calendar.dat; the
      *> weekday is derived from the date itself. While the calendar
      *> is not rolled out (or does not carry tonight), Monday to
      *> Friday count as business days and the last of them in the
      *> month as month-end, and the listing says so.
      *>
      *> A standing request is skipped, and the reason listed, when it
      *> has expired, is not due tonight, was already submitted today
      *> (a rerun of the chain), names an unknown program or
      *> frequency, or when its previous instance is still waiting on
      *> the queue - held, failed and re-queued, or simply not drained
      *> yet - so a stuck request never piles up copies of itself.
      *> Instances carry the submission id "SR" + standing id + run
      *> date, which is how the pending check recognizes them. The
      *> last-submitted date is written back to the standing file.
      *> Ends with return code 4 when any request was skipped for a
      *> reason other than simply not being due.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select standing-io assign to "standing-requests.dat"
               organization line sequential
               file status is standing-status.
           select standing-work assign to "standgen.tmp"
               organization line sequential
               file status is work-status.
           select bench-queue-io assign to "bench-queue.dat"
               organization line sequential
               file status is queue-status.

       data division.
       file section.
       fd  standing-io.
           COPY standreq.
       fd  standing-work.
       01  standing-work-record        pic x(120).
       fd  bench-queue-io.
           COPY benchque.

       working-storage section.
           COPY envarea.
       77  standing-status             pic xx.
       77  work-status                 pic xx.
       77  queue-status                pic xx.
       77  run-date                    pic x(8).
       77  run-date-num                pic 9(8).
       77  run-date-int                pic 9(9) comp.
       77  work-date-int               pic 9(9) comp.
       77  next-busday                 pic 9(8).
       77  weekday-no                  pic 9.
       77  weekday-name                pic x(3).
       77  tonight-business            pic x.
           88 tonight-is-business      value "Y".
       77  tonight-month-end           pic x.
           88 tonight-is-month-end     value "Y".
       77  calendar-source             pic x(40).
       77  ds-function                 pic x.
       77  ds-date                     pic x(8).
       77  ds-business-flag            pic x.
       77  ds-holiday-flag             pic x.
       77  ds-month-end-flag           pic x.
       77  ds-found-flag               pic x.
       77  due-flag                    pic x.
           88 request-due              value "Y".
       77  skip-reason                 pic x(30).
       77  instance-id                 pic x(16).
       77  max-pending                 pic 9(3) value 200.
       77  pending-count               pic 9(3) value 0.
       77  pend-idx                    pic 9(3).
       77  pending-flag                pic x.
           88 instance-pending         value "Y".
       77  known-program-flag          pic x.
           88 known-program            value "Y".
       77  standing-read               pic 9(5) value 0.
       77  submitted-count             pic 9(5) value 0.
       77  not-due-count               pic 9(5) value 0.
       77  skipped-count               pic 9(5) value 0.
       77  count-disp                  pic z(4)9.
       77  parm-1-disp                 pic z(8)9.
       77  parm-2-disp                 pic z(8)9.
       77  detail-line                 pic x(132).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  inv-program-id              pic x(20).
       77  inv-compiled-stamp          pic x(21).

       01  weekday-names               pic x(21)
               value "MONTUEWEDTHUFRISATSUN".
       01  weekday-table redefines weekday-names.
           05 wd-name occurs 7 times   pic x(3).

       01  pending-table.
           05 pd-instance-key occurs 200 times pic x(8).

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
           move function current-date (1:8) to run-date
           perform judge-tonight
           perform load-pending-instances
           move "standgen-report.txt" to rw-report-name
           move "STANDING REQUEST GENERATION" to rw-report-title
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
                  "  (" delimited by size
                  calendar-source delimited by "  "
                  ")" delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move spaces to rw-line
           perform write-report-detail
           move "ID     REQUESTER            PROGRAM              "
               & "   PARM-1    PARM-2 FRQ ACTION" to rw-line
           perform write-report-detail
           open input standing-io
           if standing-status not = "00"
               move "  (NO STANDING-REQUESTS.DAT - NOTHING TO "
                   & "GENERATE)" to rw-line
               perform write-report-detail
           else
               open output standing-work
               perform until standing-status not = "00"
                   read standing-io
                       at end continue
                       not at end
                           add 1 to standing-read
                           perform judge-one-standing
                           move standing-request-record
                               to standing-work-record
                           write standing-work-record
                   end-read
               end-perform
               close standing-io
               close standing-work
               perform rewrite-standing-file
           end-if
           perform write-totals
           move "C" to rw-function
           perform call-report-writer
           display "standgen complete - standing " standing-read
               " submitted " submitted-count " not due "
               not-due-count " skipped " skipped-count
           if skipped-count > 0
               move 4 to return-code
           end-if
           goback.

       register-module.
           move "standgen" to inv-program-id
           move function when-compiled to inv-compiled-stamp
           call "MOD-INVENT" using inv-program-id,
               inv-compiled-stamp
               on exception continue
           end-call.

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

       load-pending-instances.
      *> every standing instance still on the queue, whatever its
      *> state - the request is not due again until it has gone
           open input bench-queue-io
           if queue-status not = "00"
               exit paragraph
           end-if
           perform until queue-status not = "00"
               read bench-queue-io
                   at end continue
                   not at end
                       if bq-submission-id (1:2) = "SR"
                               and pending-count < max-pending
                           add 1 to pending-count
                           move bq-submission-id (1:8)
                               to pd-instance-key (pending-count)
                       end-if
               end-read
           end-perform
           close bench-queue-io.

       judge-one-standing.
           move spaces to skip-reason
           perform check-due-tonight
           evaluate true
               when sr-standing-id = spaces
                   move "SKIPPED - NO STANDING ID" to skip-reason
               when sr-expiry-date not = spaces
                       and sr-expiry-date < run-date
                   move "SKIPPED - EXPIRED" to skip-reason
               when sr-frequency not = "DLY" and not = "BUS"
                       and not = "MEN" and not sr-weekday
                   move "SKIPPED - BAD FREQUENCY" to skip-reason
               when not request-due
                   move "NOT DUE" to skip-reason
               when sr-last-submitted = run-date
                   move "SKIPPED - ALREADY SUBMITTED" to skip-reason
               when other
                   perform check-program-known
                   if not known-program
                           or sr-priority not numeric
                           or sr-parm-1 not numeric
                           or sr-parm-2 not numeric
                       move "SKIPPED - BAD REQUEST" to skip-reason
                   else
                       perform check-instance-pending
                       if instance-pending
                           move "SKIPPED - PREVIOUS PENDING"
                               to skip-reason
                       end-if
                   end-if
           end-evaluate
           evaluate true
               when skip-reason = spaces
                   perform submit-instance
                   move "SUBMITTED" to skip-reason
                   add 1 to submitted-count
               when skip-reason = "NOT DUE"
                   add 1 to not-due-count
               when other
                   add 1 to skipped-count
           end-evaluate
           perform list-one-standing.

       check-due-tonight.
           move "N" to due-flag
           evaluate true
               when sr-daily
                   move "Y" to due-flag
               when sr-business-days
                   if tonight-is-business
                       move "Y" to due-flag
                   end-if
               when sr-month-end
                   if tonight-is-month-end
                       move "Y" to due-flag
                   end-if
               when sr-weekday
                   if sr-frequency = weekday-name
                       move "Y" to due-flag
                   end-if
               when other
                   continue
           end-evaluate.

       check-program-known.
           move "N" to known-program-flag
           evaluate sr-program-id
               when "FACTORIAL"
               when "FIB"
               when "fibonacci15"
               when "mandelbrotset"
               when "recursivefactorial"
               when "sieveoferathosthenes"
               when "sortbench"
               when "iobench"
               when "juliaset"
               when "decbench"
                   move "Y" to known-program-flag
               when other
                   continue
           end-evaluate.

       check-instance-pending.
           move "N" to pending-flag
           perform varying pend-idx from 1 by 1
                   until pend-idx > pending-count
               if pd-instance-key (pend-idx) (3:6) = sr-standing-id
                   move "Y" to pending-flag
               end-if
           end-perform.

       submit-instance.
           move spaces to instance-id
           string "SR" delimited by size
                  sr-standing-id delimited by size
                  run-date delimited by size
                  into instance-id
           open extend bench-queue-io
           if queue-status not = "00"
               open output bench-queue-io
           end-if
           move sr-requester-id to bq-requester-id
           move sr-priority to bq-priority
           move sr-program-id to bq-program-id
           move sr-parm-1 to bq-parm-1
           move sr-parm-2 to bq-parm-2
           move sr-output-mode to bq-output-mode
           move function current-date to bq-submitted
           move space to bq-hold-flag
           move instance-id to bq-submission-id
           write bench-queue-record
           close bench-queue-io
           move run-date to sr-last-submitted.

       list-one-standing.
           move 0 to parm-1-disp
           move 0 to parm-2-disp
           if sr-parm-1 numeric
               move sr-parm-1 to parm-1-disp
           end-if
           if sr-parm-2 numeric
               move sr-parm-2 to parm-2-disp
           end-if
           move spaces to detail-line
           string sr-standing-id delimited by size
                  " " delimited by size
                  sr-requester-id delimited by size
                  " " delimited by size
                  sr-program-id delimited by size
                  " " delimited by size
                  parm-1-disp delimited by size
                  " " delimited by size
                  parm-2-disp delimited by size
                  " " delimited by size
                  sr-frequency delimited by size
                  " " delimited by size
                  skip-reason delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       rewrite-standing-file.
           open input standing-work
           open output standing-io
           perform until work-status not = "00"
               read standing-work
                   at end continue
                   not at end
                       move standing-work-record
                           to standing-request-record
                       write standing-request-record
               end-read
           end-perform
           close standing-work
           close standing-io.

       write-totals.
           move standing-read to count-disp
           move spaces to rw-line
           string "STANDING REQUESTS READ: " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move submitted-count to count-disp
           move spaces to rw-line
           string "SUBMITTED TO THE QUEUE: " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move not-due-count to count-disp
           move spaces to rw-line
           string "NOT DUE TONIGHT:        " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move skipped-count to count-disp
           move spaces to rw-line
           string "SKIPPED:                " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total.

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

       end program standgen.
