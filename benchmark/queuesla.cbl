      *>   5. the aging list: requests still sitting on
      *>      bench-queue.dat with how long they have waited so far
      *> Results written before submission stamping carry spaces and
      *> are counted but excluded from the wait statistics, as are
      *> requests an operator cancelled in QUEUEMAINT (CANCELED) -
      *> nothing was served, so there is no wait to measure; they are
      *> counted in section 4 instead, as are requests BENCHQPROC
      *> deferred to the next night because they would have overrun
      *> the batch window (DEFERRED) - the same request is answered
      *> again when it finally runs; requests on operator hold
      *> are marked HELD in the aging list. Results of runs marked
      *> invalid on the run invalidation register (INVMAINT, checked
      *> through RUN-VALID) are left out of every section, and the
      *> number of runs left out is printed. Printed through the
      *> standard REPORT-WRITER dress. Every wait is taken through
      *> STAMP-SVC, so a request that waited across midnight or the
      *> night the clocks change is measured at its true length.
      *>****************************************************************
       environment division.
       input-output section.
           COPY benchque.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  results-status              pic xx.
       77  queue-status                pic xx.
       77  records-read                pic 9(9) value 0.
       77  waits-measured              pic 9(9) value 0.
       77  failed-count                pic 9(9) value 0.
       77  denied-count                pic 9(9) value 0.
       77  canceled-count              pic 9(9) value 0.
       77  deferred-count              pic 9(9) value 0.
       77  rate-pct                    pic 9(3)v9.
       77  wait-secs                   pic s9(12) comp.
       77  now-stamp                   pic x(21).
       77  wait-minutes                pic 9(7).
       77  prio-idx                    pic 99.
       77  max-disp                    pic z(6)9.
       77  rate-disp                   pic z(2)9.9.
       77  detail-line                 pic x(132).
       77  rv-run-id                   pic x(16).
       77  rv-run-date                 pic x(8).
       77  rv-machine-tag              pic x(20).
       77  rv-invalid-flag             pic x.
           88 rv-run-invalid           value "Y".
       77  invalid-runs-excluded       pic 9(5) value 0.
       77  max-invalid-runs            pic 9(3) value 500.
       77  invalid-idx                 pic 9(3).
       77  invalid-held                pic 9(3) value 0.
       77  invalid-run-key             pic x(16).
       77  invalid-run-new-flag        pic x.
           88 invalid-run-new          value "Y".
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
               10 tp-count             pic 9(9) comp value 0.
               10 tp-complete          pic 9(9) comp value 0.

       01  invalid-run-table.
           05 iv-run-id occurs 500 times pic x(16) value spaces.

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
           perform scan-results
           move "queuesla-report.txt" to rw-report-name
           move "QUEUE SERVICE-LEVEL ANALYTICS" to rw-report-title
           perform write-throughput-section
           perform write-rate-section
           perform write-aging-section
           move invalid-runs-excluded to count-disp
           move spaces to detail-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER):"
                      delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move records-read to count-disp
           move waits-measured to avg-disp
           move spaces to detail-line
           perform call-report-writer
           display "queuesla complete - results " records-read
               " waits measured " waits-measured
               " invalidated runs left out " invalid-runs-excluded
           goback.

       scan-results.
           open input queue-results-in
           if results-status not = "00"
                   at end continue
                   not at end
                       add 1 to records-read
                       perform check-result-invalid
                       if not rv-run-invalid
                           perform tally-one-result
                       end-if
               end-read
           end-perform
           close queue-results-in.

       check-result-invalid.
           move qr-run-id to rv-run-id
           move qr-timestamp (1:8) to rv-run-date
           move spaces to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call
           if rv-run-invalid
               move qr-run-id to invalid-run-key
               perform note-invalid-run
               if invalid-run-new
                   add 1 to invalid-runs-excluded
               end-if
           end-if.

       note-invalid-run.
      *> each invalidated run counts once, wherever its records fall
      *> in the file; past the table's capacity a run can no longer
      *> be recognised and counts again
           move "Y" to invalid-run-new-flag
           perform varying invalid-idx from 1 by 1
                   until invalid-idx > invalid-held
               if iv-run-id (invalid-idx) = invalid-run-key
                   move "N" to invalid-run-new-flag
                   exit paragraph
               end-if
           end-perform
           if invalid-held < max-invalid-runs
               add 1 to invalid-held
               move invalid-run-key to iv-run-id (invalid-held)
           end-if.

       tally-one-result.
           if qr-status of bench-queue-result-record = "FAILED"
               add 1 to failed-count
               add 1 to denied-count
           end-if
           perform tally-throughput
           if qr-status of bench-queue-result-record = "CANCELED"
      *> withdrawn by an operator - counted above, never served
               add 1 to canceled-count
               exit paragraph
           end-if
           if qr-status of bench-queue-result-record = "DEFERRED"
      *> moved to the next night - its wait is measured when it runs
               add 1 to deferred-count
               exit paragraph
           end-if
           if qr-submitted (1:8) not numeric
      *> pre-stamping result - counted above, no wait measurable
               exit paragraph
           perform tally-requester-wait.

       compute-one-wait.
           move qr-submitted to sx-from-stamp
           move qr-timestamp to sx-to-stamp
           perform stamp-interval
           move sx-seconds to wait-secs
           if wait-secs < 0
               move 0 to wait-secs
           end-if.
           perform write-report-detail.

       write-rate-section.
           move "SECTION 4 - RE-QUEUE, DEFERRAL, DENIAL, AND CANCEL "
               & "RATES"
               to rw-line
           perform write-report-detail
           if records-read = 0
               move "  (NO RESULTS RECORDED)" to rw-line
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move deferred-count to count-disp
           compute rate-pct rounded =
               deferred-count * 100 / records-read
           move rate-pct to rate-disp
           move spaces to detail-line
           string "  DEFERRED (WINDOW): " delimited by size
                  count-disp delimited by size
                  "  (" delimited by size
                  rate-disp delimited by size
                  " PCT)" delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move denied-count to count-disp
           compute rate-pct rounded =
               denied-count * 100 / records-read
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move canceled-count to count-disp
           compute rate-pct rounded =
               canceled-count * 100 / records-read
           move rate-pct to rate-disp
           move spaces to detail-line
           string "  CANCELLED:         " delimited by size
                  count-disp delimited by size
                  "  (" delimited by size
                  rate-disp delimited by size
                  " PCT)" delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move spaces to rw-line
           perform write-report-detail.

       write-one-aging-line.
           move spaces to detail-line
           if bq-submitted (1:8) numeric
               move bq-submitted to sx-from-stamp
               move now-stamp to sx-to-stamp
               perform stamp-interval
               move sx-seconds to wait-secs
               if wait-secs < 0
                   move 0 to wait-secs
               end-if
                      max-disp delimited by size
                      " MIN" delimited by size
                      into detail-line
               if bq-held
                   move "HELD" to detail-line (83:4)
               end-if
           else
               string "  " delimited by size
                      bq-requester-id delimited by size
                      bq-priority delimited by size
                      " WAITING SINCE UNKNOWN" delimited by size
                      into detail-line
               if bq-held
                   move "HELD" to detail-line (83:4)
               end-if
           end-if
           move detail-line to rw-line
           perform write-report-detail.
           move "D" to rw-function
           perform call-report-writer.

       stamp-interval.
           move "I" to sx-function
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-interval
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

       end program queuesla.
