      *> one number, not six elapsed-ms figures: this program reads
      *> the latest bench-result.dat record per program, normalizes
      *> each br-elapsed-ms against the stored reference run
      *> (bench-reference.dat, the approved run's records installed
      *> by a BASEREG promotion; latest record per program wins),
      *> combines the ratios using the per-program weights on the
      *> benchindx.parm card
      *> into a single composite index where the reference run scores
      *> 100.00 (higher = slower than reference), appends the result
      *> with its date to index-history.dat, and reports the index
      *> alongside each program's contribution so the one number can
      *> always be explained. Programs missing a weight, a reference,
      *> or a current result are reported and left out. Current results
      *> from runs marked invalid on the run invalidation register
      *> (INVMAINT, checked through RUN-VALID) are passed over, so the
      *> latest valid run per program is the one indexed, and the
      *> number of runs passed over is printed. The reference is the
      *> approved run and is taken as installed.
      *>****************************************************************
       environment division.
       input-output section.
       01  benchindx-report-record     pic x(132).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  ref-status                  pic xx.
       77  cur-status                  pic xx.
       77  contributing-count          pic 99 value 0.
       77  work-program-id             pic x(20).
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

       01  index-table.
           05 ix-entry occurs 10 times.
               10 ix-cur-ms            pic 9(9) value 0.
               10 ix-cur-seen          pic x value "N".

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
           perform load-weights
           perform load-reference
           perform load-current
           open output benchindx-report
           move "COMPOSITE SUITE PERFORMANCE INDEX"
               to benchindx-report-record
           move "ENV" to benchindx-report-record (61:3)
           move es-env-code to benchindx-report-record (65:4)
           write benchindx-report-record
           move spaces to detail-line
           string "PROGRAM                REF-MS   CUR-MS  "
                   perform evaluate-one-program
               end-if
           end-perform
           move spaces to detail-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  invalid-runs-excluded delimited by size
                  into detail-line
           move detail-line to benchindx-report-record
           write benchindx-report-record
           if weight-total = 0
               move "NO CONTRIBUTING PROGRAMS - NO INDEX COMPUTED"
                   to benchindx-report-record
           perform append-index-history
           display "benchindx complete - index " index-disp
               " over " contributing-count " program(s)"
               " invalidated runs left out " invalid-runs-excluded
           goback.

       load-weights.
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
           end-if.

       store-one-current.
           move br-program-id to work-program-id
           perform find-or-add-slot
           if found-idx not = 0
               move br-elapsed-ms to ix-cur-ms (found-idx)
               move "Y" to ix-cur-seen (found-idx)
           end-if.

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

       evaluate-one-program.
           if ix-weight (tbl-idx) = 0
                   or ix-ref-seen (tbl-idx) not = "Y"
