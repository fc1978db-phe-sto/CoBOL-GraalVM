      *>      bench-queue-results.dat
      *> The month covered comes from the monthpack.parm card
      *> (yyyymm); no card means the current month, the usual
      *> month-end run. Runs marked invalid on the run invalidation
      *> register (INVMAINT, checked through RUN-VALID) are left out of
      *> sections 1 and 5, and each section prints how many runs it
      *> left out.
      *>****************************************************************
       environment division.
       input-output section.
           COPY benchqr.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  bh-status                   pic xx.
       77  ih-status                   pic xx.
       77  fourth-disp                 pic z(8)9.
       77  delta-disp                  pic z(8)9-.
       77  detail-line                 pic x(132).
       77  rv-run-id                   pic x(16).
       77  rv-run-date                 pic x(8).
       77  rv-machine-tag              pic x(20).
       77  rv-invalid-flag             pic x.
           88 rv-run-invalid           value "Y".
       77  history-invalid-runs        pic 9(5) value 0.
       77  queue-invalid-runs          pic 9(5) value 0.
       77  max-invalid-runs            pic 9(3) value 500.
       77  invalid-idx                 pic 9(3).
       77  invalid-held                pic 9(3) value 0.
       77  invalid-run-key             pic x(16).
       77  invalid-run-new-flag        pic x.
           88 invalid-run-new          value "Y".
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
               10 qs-status            pic x(8) value spaces.
               10 qs-run-count         pic 9(9) value 0.

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
           perform resolve-report-month
           perform scan-bench-history
           perform scan-index-history
           move prior-month to prior-month-x.

       scan-bench-history.
           move 0 to invalid-held
           open input bench-history-in
           if bh-status = "00"
               perform until bh-status not = "00"
                       at end continue
                       not at end
                           if bh-run-date (1:6) = report-month-x
                               perform check-history-invalid
                               if not rv-run-invalid
                                   perform tally-history-record
                               end-if
                           end-if
                   end-read
               end-perform
               close error-log-in
           end-if.

       check-history-invalid.
           move bh-run-id to rv-run-id
           move bh-run-date to rv-run-date
           move bh-machine-tag to rv-machine-tag
           perform call-run-valid
           if rv-run-invalid
               move bh-run-id to invalid-run-key
               perform note-invalid-run
               if invalid-run-new
                   add 1 to history-invalid-runs
               end-if
           end-if.

       check-queue-invalid.
           move qr-run-id to rv-run-id
           move qr-timestamp (1:8) to rv-run-date
           move spaces to rv-machine-tag
           perform call-run-valid
           if rv-run-invalid
               move qr-run-id to invalid-run-key
               perform note-invalid-run
               if invalid-run-new
                   add 1 to queue-invalid-runs
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

       call-run-valid.
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call.

       scan-queue-results.
           move 0 to invalid-held
           open input queue-results-in
           if results-status = "00"
               perform until results-status not = "00"
                       at end continue
                       not at end
                           if qr-timestamp (1:6) = report-month-x
                               perform check-queue-invalid
                               if not rv-run-invalid
                                   add 1 to queue-total
                                   perform tally-queue-record
                               end-if
                           end-if
                   end-read
               end-perform
                   perform write-one-program-line
               end-if
           end-perform
           move history-invalid-runs to count-disp
           move spaces to detail-line
           string "  RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move spaces to rw-line
           perform write-report-detail.

                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           move queue-invalid-runs to count-disp
           move spaces to detail-line
           string "  RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > max-statuses
               if qs-status (tbl-idx) not = spaces
