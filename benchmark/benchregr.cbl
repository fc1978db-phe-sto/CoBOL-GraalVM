      *> the baseline - so a build that quietly got slower on one
      *> benchmark doesn't get buried in a wall of timing numbers.
      *>
      *> The baseline, bench-result-baseline.dat, is the approved
      *> run's records as installed by a BASEREG promotion (together
      *> with the other comparators' baselines, from one certified
      *> run); this program compares it against whatever
      *> bench-result.dat looks like after the next run.
      *>
      *> A current sample whose run id appears on NOISESCAN's
      *> noisy-runs.dat list ran on a busy box; an apparent slowdown
      *> there is reported NOISY instead of REGRESSED so phantom
      *> regressions stop costing mornings.
      *>
      *> Current results from runs marked invalid on the run
      *> invalidation register (INVMAINT, checked through RUN-VALID)
      *> are passed over, so the latest valid run per program is the
      *> one compared, and the number of runs passed over is printed.
      *> The baseline is the approved run and is taken as installed.
      *>****************************************************************
       environment division.
       input-output section.
           COPY noisyrun.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  baseline-status             pic xx.
       77  current-status              pic xx.
       77  sample-noisy-flag           pic x.
           88 sample-noisy             value "Y".
       77  detail-line                 pic x(100).
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
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).
       01  noisy-run-table.
           05 nt-run-id occurs 100 times pic x(16) value spaces.

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
           perform read-threshold-parm
           perform load-noisy-run-list
           perform load-baseline-table

           perform report-missing-programs

           move spaces to rw-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  invalid-runs-excluded delimited by size
                  into rw-line
           perform write-report-detail
           move spaces to rw-line
           string "REGRESSED COUNT: " delimited by size
                  regressed-count      delimited by size

           display "benchregr complete - regressed: " regressed-count
               " noisy: " noisy-flagged-count
               " invalidated runs left out: " invalid-runs-excluded
           if regressed-count > 0
               perform raise-regression-alert
           end-if
           move "benchregr" to ar-program-id
           move "W" to ar-severity
           move spaces to ar-message
           string "REGR001W " delimited by size
                  regressed-count delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
                   read current-in
                       at end continue
                       not at end
                           perform check-result-invalid
                           if not rv-run-invalid
                               perform store-one-current
                           end-if
                   end-read
               end-perform
               close current-in
               end-if
           end-perform.

       store-one-current.
           perform find-or-add-current-slot
           move br-program-id to ct-program-id (found-idx)
           move br-elapsed-ms to ct-elapsed-ms (found-idx)
           move br-run-id to ct-run-id (found-idx).

       check-result-invalid.
           move br-run-id to rv-run-id
           move br-start-timestamp (1:8) to rv-run-date
           move spaces to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call
           if rv-run-invalid
               move br-run-id to invalid-run-key
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

       load-noisy-run-list.
           open input noisy-in
           if noisy-status not = "00"
