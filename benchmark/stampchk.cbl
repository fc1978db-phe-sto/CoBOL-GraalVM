       identification division.
       program-id. stampchk.
      *>****************************************************************
      *> Timestamp arithmetic validation. Until STAMP-SVC every program
      *> turned CURRENT-DATE stamps into seconds its own way: the
      *> benchmarks (and BENCHDRV) subtracted the hhmmsscc digits of
      *> the start stamp from the end stamp's, which is only right
      *> while both fall in the same minute, and the monitors and
      *> reports counted day numbers times 86400 plus the clock,
      *> which is right across midnight but an hour out across the
      *> night the clocks change, since neither looked at the GMT
      *> offset the stamp carries. This report re-derives the
      *> durations the suite has on file from their own stamps
      *> through STAMP-SVC, and lists every one the old arithmetic
      *> got wrong:
      *>   1. bench-result.dat elapsed-ms (also carried on
      *>      bench-history.dat and run-telemetry.dat). A stored
      *>      figure equal to the hhmmsscc difference of its start and
      *>      end stamps (or zero, where a program kept a negative
      *>      difference out) but not to the true interval is listed.
      *>      Programs that time an inner phase or a calibrated loop
      *>      store a figure that cannot be had from the record's
      *>      stamps; those are counted, not judged.
      *>   2. job-exec-log.dat step durations, end stamp less start
      *>      stamp, as CHAINCRIT measured them.
      *>   3. bench-queue-results.dat queue waits, completion stamp
      *>      less submission stamp, as QUEUESLA measured them.
      *> For 2 and 3 a step or wait is listed when the day-number
      *> arithmetic differs from the true interval by a second or
      *> more. Records are taken when their starting stamp falls in
      *> the stampchk.parm date range (copy/scparm.cpy, default the
      *> last 91 days). The report goes through REPORT-WRITER as
      *> stampchk-report.txt. Return code 4 when anything was listed,
      *> 12 when STAMP-SVC is not installed.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select stampchk-parm-in assign to "stampchk.parm"
               organization line sequential
               file status is parm-status.
           select bench-result-in assign to "bench-result.dat"
               organization line sequential
               file status is br-status.
           select job-exec-in assign to "job-exec-log.dat"
               organization line sequential
               file status is jobexec-status.
           select queue-results-in
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.

       data division.
       file section.
       fd  stampchk-parm-in.
           COPY scparm.
       fd  bench-result-in.
           COPY benchres.
       fd  job-exec-in.
           COPY jobexec.
       fd  queue-results-in.
           COPY benchqr.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  parm-status                 pic xx.
       77  br-status                   pic xx.
       77  jobexec-status              pic xx.
       77  results-status              pic xx.
       77  from-date                   pic x(8).
       77  to-date                     pic x(8).
       77  from-date-n                 pic 9(8).
       77  today-integer               pic 9(9).
       77  from-integer                pic 9(9).
       77  record-date                 pic x(8).
       77  br-checked                  pic 9(7) value 0.
       77  br-agree                    pic 9(7) value 0.
       77  br-wrong                    pic 9(7) value 0.
       77  br-inner-timed              pic 9(7) value 0.
       77  br-unreadable               pic 9(7) value 0.
       77  jx-checked                  pic 9(7) value 0.
       77  jx-wrong                    pic 9(7) value 0.
       77  jx-unreadable               pic 9(7) value 0.
       77  qr-checked                  pic 9(7) value 0.
       77  qr-wrong                    pic 9(7) value 0.
       77  qr-unreadable               pic 9(7) value 0.
       77  start-hms                   pic 9(8).
       77  end-hms                     pic 9(8).
       77  old-cs                      pic s9(9) comp.
       77  old-ms                      pic 9(9).
       77  new-ms                      pic s9(12) comp.
       77  diff-ms                     pic s9(12) comp.
       77  old-secs                    pic s9(12) comp.
       77  new-secs                    pic s9(11)v99 comp.
       77  diff-secs                   pic s9(11)v99 comp.
       77  day-stamp                   pic x(26).
       77  day-secs                    pic s9(12) comp.
       77  start-day-secs              pic s9(12) comp.
       77  day-valid-flag              pic x.
           88 day-valid                value "Y".
       77  old-wrong-flag              pic x.
           88 old-was-wrong            value "Y".
       77  stamp-work                  pic x(26).
       77  stamp-text                  pic x(24).
       77  from-text                   pic x(24).
       77  to-text                     pic x(24).
       77  ms-disp                     pic z(8)9.
       77  new-ms-disp                 pic z(8)9.
       77  diff-ms-disp                pic -(9)9.
       77  secs-disp                   pic -(9)9.
       77  new-secs-disp               pic -(9)9.99.
       77  diff-secs-disp              pic -(9)9.99.
       77  count-disp                  pic z(6)9.
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
      *> the old arithmetic cannot be checked against itself
           move "I" to sx-function
           move spaces to sx-from-stamp
           move spaces to sx-to-stamp
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   display "stampchk: STAMP-SVC module not installed"
                       " - nothing can be re-derived"
                   move 12 to return-code
                   goback
           end-call
           perform resolve-date-range
           move "stampchk-report.txt" to rw-report-name
           move "STORED DURATIONS RE-DERIVED THROUGH STAMP-SVC"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "RECORDS STARTED " delimited by size
                  from-date delimited by size
                  " TO " delimited by size
                  to-date delimited by size
                  into rw-line
           perform write-report-line
           perform check-bench-results
           perform check-step-durations
           perform check-queue-waits
           perform write-check-totals
           move "C" to rw-function
           perform call-report-writer
           display "stampchk complete - elapsed wrong " br-wrong
               ", step durations wrong " jx-wrong
               ", queue waits wrong " qr-wrong
           if br-wrong > 0 or jx-wrong > 0 or qr-wrong > 0
               move 4 to return-code
           end-if
           goback.

       resolve-date-range.
           move spaces to from-date
           move spaces to to-date
           open input stampchk-parm-in
           if parm-status = "00"
               read stampchk-parm-in
                   not at end
                       if sc-from-date numeric
                               and sc-to-date numeric
                           move sc-from-date to from-date
                           move sc-to-date to to-date
                       end-if
               end-read
               close stampchk-parm-in
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

      *>----------------------------------------------------------------
      *> 1. bench-result elapsed-ms
      *>----------------------------------------------------------------
       check-bench-results.
           move spaces to rw-line
           perform write-report-line
           move "1. BENCH-RESULT ELAPSED-MS - STORED FROM THE HHMMSSCC"
               & " DIFFERENCE" to rw-line
           perform write-report-line
           move spaces to rw-line
           move "PROGRAM" to rw-line (1:7)
           move "RUN-ID" to rw-line (22:6)
           move "START" to rw-line (39:5)
           move "END" to rw-line (64:3)
           move "STORED-MS" to rw-line (89:9)
           move "TRUE-MS" to rw-line (101:7)
           move "DIFF-MS" to rw-line (112:7)
           perform write-report-line
           open input bench-result-in
           if br-status not = "00"
               move "  (NO BENCH-RESULT.DAT)" to rw-line
               perform write-report-line
               exit paragraph
           end-if
           perform until br-status not = "00"
               read bench-result-in
                   at end continue
                   not at end
                       move br-start-timestamp (1:8) to record-date
                       if record-date >= from-date
                               and record-date <= to-date
                           perform check-one-result
                       end-if
               end-read
           end-perform
           close bench-result-in.

       check-one-result.
           add 1 to br-checked
           move "I" to sx-function
           move br-start-timestamp to sx-from-stamp
           move br-end-timestamp to sx-to-stamp
           perform call-stamp-svc
           if sx-stamp-invalid
               add 1 to br-unreadable
               exit paragraph
           end-if
           compute new-ms = sx-seconds * 1000
           if br-elapsed-ms = new-ms
               add 1 to br-agree
               exit paragraph
           end-if
      *> the benchmarks stored the hhmmsscc difference in ms; a
      *> negative one was kept as its size, or as zero where the
      *> program guarded against it
           move br-start-timestamp (9:8) to start-hms
           move br-end-timestamp (9:8) to end-hms
           compute old-cs = end-hms - start-hms
           if old-cs < 0
               compute old-ms = (0 - old-cs) * 10
           else
               compute old-ms = old-cs * 10
           end-if
           move "N" to old-wrong-flag
           if br-elapsed-ms = old-ms
               move "Y" to old-wrong-flag
           end-if
           if old-cs < 0 and br-elapsed-ms = 0
               move "Y" to old-wrong-flag
           end-if
           if not old-was-wrong
               add 1 to br-inner-timed
               exit paragraph
           end-if
           add 1 to br-wrong
           compute diff-ms = br-elapsed-ms - new-ms
           move br-start-timestamp to stamp-work
           perform format-stamp
           move stamp-text to from-text
           move br-end-timestamp to stamp-work
           perform format-stamp
           move stamp-text to to-text
           move br-elapsed-ms to ms-disp
           move new-ms to new-ms-disp
           move diff-ms to diff-ms-disp
           move spaces to rw-line
           string br-program-id delimited by size
                  " " delimited by size
                  br-run-id delimited by size
                  " " delimited by size
                  from-text delimited by size
                  " " delimited by size
                  to-text delimited by size
                  " " delimited by size
                  ms-disp delimited by size
                  " " delimited by size
                  new-ms-disp delimited by size
                  " " delimited by size
                  diff-ms-disp delimited by size
                  into rw-line
           perform write-report-line.

      *>----------------------------------------------------------------
      *> 2. job-exec-log step durations
      *>----------------------------------------------------------------
       check-step-durations.
           move spaces to rw-line
           perform write-report-line
           move "2. JOB-EXEC-LOG STEP DURATIONS - DAY-NUMBER ARITHMETIC"
               to rw-line
           perform write-report-line
           move spaces to rw-line
           move "STEP" to rw-line (1:4)
           move "PROGRAM" to rw-line (14:7)
           move "START" to rw-line (35:5)
           move "END" to rw-line (60:3)
           move "OLD-SECS" to rw-line (87:8)
           move "TRUE-SECS" to rw-line (100:9)
           move "DIFF-SECS" to rw-line (114:9)
           perform write-report-line
           open input job-exec-in
           if jobexec-status not = "00"
               move "  (NO JOB-EXEC-LOG.DAT)" to rw-line
               perform write-report-line
               exit paragraph
           end-if
           perform until jobexec-status not = "00"
               read job-exec-in
                   at end continue
                   not at end
                       move jx-start-ts (1:8) to record-date
                       if jx-step-ran and record-date >= from-date
                               and record-date <= to-date
                           perform check-one-step
                       end-if
               end-read
           end-perform
           close job-exec-in.

       check-one-step.
           add 1 to jx-checked
           move jx-start-ts to sx-from-stamp
           move jx-end-ts to sx-to-stamp
           perform compare-interval
           if not day-valid
               add 1 to jx-unreadable
               exit paragraph
           end-if
           if not old-was-wrong
               exit paragraph
           end-if
           add 1 to jx-wrong
           move jx-start-ts to stamp-work
           perform format-stamp
           move stamp-text to from-text
           move jx-end-ts to stamp-work
           perform format-stamp
           move stamp-text to to-text
           move spaces to rw-line
           string jx-step-name delimited by size
                  " " delimited by size
                  jx-program-id delimited by size
                  " " delimited by size
                  from-text delimited by size
                  " " delimited by size
                  to-text delimited by size
                  " " delimited by size
                  secs-disp delimited by size
                  " " delimited by size
                  new-secs-disp delimited by size
                  " " delimited by size
                  diff-secs-disp delimited by size
                  into rw-line
           perform write-report-line.

      *>----------------------------------------------------------------
      *> 3. bench-queue-results queue waits
      *>----------------------------------------------------------------
       check-queue-waits.
           move spaces to rw-line
           perform write-report-line
           move "3. QUEUE WAITS - DAY-NUMBER ARITHMETIC" to rw-line
           perform write-report-line
           move spaces to rw-line
           move "REQUESTER" to rw-line (1:9)
           move "PROGRAM" to rw-line (22:7)
           move "SUBMITTED" to rw-line (43:9)
           move "COMPLETED" to rw-line (68:9)
           move "OLD-SECS" to rw-line (95:8)
           move "TRUE-SECS" to rw-line (108:9)
           move "DIFF-SECS" to rw-line (122:9)
           perform write-report-line
           open input queue-results-in
           if results-status not = "00"
               move "  (NO BENCH-QUEUE-RESULTS.DAT)" to rw-line
               perform write-report-line
               exit paragraph
           end-if
           perform until results-status not = "00"
               read queue-results-in
                   at end continue
                   not at end
                       move qr-submitted (1:8) to record-date
                       if record-date >= from-date
                               and record-date <= to-date
                           perform check-one-wait
                       end-if
               end-read
           end-perform
           close queue-results-in.

       check-one-wait.
           add 1 to qr-checked
           move qr-submitted to sx-from-stamp
           move qr-timestamp to sx-to-stamp
           perform compare-interval
           if not day-valid
               add 1 to qr-unreadable
               exit paragraph
           end-if
           if not old-was-wrong
               exit paragraph
           end-if
           add 1 to qr-wrong
           move qr-submitted to stamp-work
           perform format-stamp
           move stamp-text to from-text
           move qr-timestamp to stamp-work
           perform format-stamp
           move stamp-text to to-text
           move spaces to rw-line
           string qr-requester-id delimited by size
                  " " delimited by size
                  qr-program-id delimited by size
                  " " delimited by size
                  from-text delimited by size
                  " " delimited by size
                  to-text delimited by size
                  " " delimited by size
                  secs-disp delimited by size
                  " " delimited by size
                  new-secs-disp delimited by size
                  " " delimited by size
                  diff-secs-disp delimited by size
                  into rw-line
           perform write-report-line.

       compare-interval.
      *> the old arithmetic: day number times 86400 plus the clock,
      *> whole seconds, offsets ignored, and an end before its start
      *> taken as no time at all
           move "N" to day-valid-flag
           move "N" to old-wrong-flag
           move sx-from-stamp to day-stamp
           perform compute-day-secs
           if not day-valid
               exit paragraph
           end-if
           move day-secs to start-day-secs
           move sx-to-stamp to day-stamp
           perform compute-day-secs
           if not day-valid
               exit paragraph
           end-if
           compute old-secs = day-secs - start-day-secs
           if old-secs < 0
               move 0 to old-secs
           end-if
           move "I" to sx-function
           perform call-stamp-svc
           if sx-stamp-invalid
               move "N" to day-valid-flag
               exit paragraph
           end-if
           move sx-seconds to new-secs
           compute diff-secs = old-secs - new-secs
           if diff-secs >= 1 or diff-secs <= -1
               move "Y" to old-wrong-flag
           end-if
           move old-secs to secs-disp
           move new-secs to new-secs-disp
           move diff-secs to diff-secs-disp.

       compute-day-secs.
           move "N" to day-valid-flag
           if day-stamp (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (day-stamp (1:8))) not = 0
               exit paragraph
           end-if
           move "Y" to day-valid-flag
           compute day-secs =
               function integer-of-date
                   (function numval (day-stamp (1:8))) * 86400
               + function numval (day-stamp (9:2)) * 3600
               + function numval (day-stamp (11:2)) * 60
               + function numval (day-stamp (13:2)).

       format-stamp.
           move spaces to stamp-text
           string stamp-work (1:8) delimited by size
                  " " delimited by size
                  stamp-work (9:2) delimited by size
                  ":" delimited by size
                  stamp-work (11:2) delimited by size
                  ":" delimited by size
                  stamp-work (13:2) delimited by size
                  " " delimited by size
                  stamp-work (17:5) delimited by size
                  into stamp-text.

       write-check-totals.
           move "T" to rw-function
           move spaces to rw-line
           move br-checked to count-disp
           string "RESULTS RE-DERIVED          " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move br-agree to count-disp
           string "  STORED FIGURE CORRECT     " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move br-wrong to count-disp
           string "  OLD ARITHMETIC WRONG      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move br-inner-timed to count-disp
           string "  TIMED INSIDE THE RUN      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move br-unreadable to count-disp
           string "  STAMPS UNREADABLE         " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move jx-checked to count-disp
           string "STEP DURATIONS RE-DERIVED   " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move jx-wrong to count-disp
           string "  OLD ARITHMETIC WRONG      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move jx-unreadable to count-disp
           string "  STAMPS UNREADABLE         " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move qr-checked to count-disp
           string "QUEUE WAITS RE-DERIVED      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move qr-wrong to count-disp
           string "  OLD ARITHMETIC WRONG      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move qr-unreadable to count-disp
           string "  STAMPS UNREADABLE         " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer.

       call-stamp-svc.
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   move "N" to sx-status
                   move 0 to sx-seconds
           end-call.

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

       end program stampchk.
