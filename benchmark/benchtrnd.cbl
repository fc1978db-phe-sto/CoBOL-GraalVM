      *> list ran on a busy box and are excluded from every statistic,
      *> with the exclusion count reported - contaminated timings
      *> should not shape the control limits they are judged by.
      *> Runs marked invalid on the run invalidation register (INVMAINT,
      *> checked through RUN-VALID) are left out the same way, and the
      *> number of runs the register removed is reported separately.
      *> Environment changes ENVFPRINT logged on env-change-register.dat
      *> are listed by date, tag and item after the programs, and a
      *> program whose moving-average window spans a change is marked
      *> ENVCHG with the change date - a drift that starts on the day
      *> the kernel or runtime changed is the box, not the code.
      *>****************************************************************
       environment division.
       input-output section.
           select noisy-in assign to "noisy-runs.dat"
               organization line sequential
               file status is noisy-status.
           select env-change-in assign to "env-change-register.dat"
               organization line sequential
               file status is change-status.
           select trend-report assign to "benchtrnd-report.txt"
               organization line sequential
               file status is report-status.
           COPY benchhist.
       fd  noisy-in.
           COPY noisyrun.
       fd  env-change-in.
           COPY envchg.
       fd  trend-report.
       01  trend-report-record         pic x(132).

       working-storage section.
           COPY envarea.
       77  bh-status                   pic xx.
       77  noisy-status                pic xx.
       77  report-status               pic xx.
       77  change-status               pic xx.
       77  max-changes                 pic 99 value 30.
       77  change-count                pic 99 value 0.
       77  chg-idx                     pic 99.
       77  item-ptr                    pic 99.
       77  window-start-date           pic x(8).
       77  marker-date                 pic x(8).
       77  env-marked-count            pic 9(4) value 0.
       77  max-programs                pic 99 value 10.
       77  moving-window               pic 99 value 7.
       77  min-history                 pic 99 value 10.
       77  noisy-seen                  pic 9(5) value 0.
       77  sample-noisy-flag           pic x.
           88 sample-noisy             value "Y".
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
       77  mean-ms                     pic 9(9) comp.
       77  variance-ms                 pic 9(18) comp.
       77  stddev-ms                   pic 9(9) comp.
       01  noisy-run-table.
           05 nt-run-id occurs 100 times pic x(16) value spaces.

       01  change-table.
           05 ct-entry occurs 30 times.
               10 ct-change-date       pic x(8).
               10 ct-machine-tag       pic x(20).
               10 ct-timestamp         pic x(26).
               10 ct-items             pic x(60).

       01  stats-table.
           05 st-entry occurs 10 times.
               10 st-program-id        pic x(20) value spaces.
               10 st-ring-next         pic 99 comp value 1.
               10 st-recent-ms occurs 7 times
                                       pic 9(9) comp value 0.
               10 st-recent-date occurs 7 times
                                       pic x(8) value spaces.

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
           perform load-noisy-run-list
           perform load-change-events
           perform load-history
           open output trend-report
           move "PER-PROGRAM TREND AND DRIFT ANALYSIS"
               to trend-report-record
           move "ENV" to trend-report-record (61:3)
           move es-env-code to trend-report-record (65:4)
           write trend-report-record
           move spaces to detail-line
           string "PROGRAM                 RUNS     MEAN      MIN"
                  into detail-line
           move detail-line to trend-report-record
           write trend-report-record
           move spaces to detail-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  invalid-runs-excluded delimited by size
                  into detail-line
           move detail-line to trend-report-record
           write trend-report-record
           perform report-change-events
           close trend-report
           perform spool-own-report
           display "benchtrnd complete - records " records-read
               " excluded as noisy " records-excluded
               " invalidated runs left out " invalid-runs-excluded
               " drift flags " drift-count
           if drift-count > 0
               move 8 to return-code
                       at end continue
                       not at end
                           add 1 to records-read
                           perform check-sample-invalid
                           if not rv-run-invalid
                               perform check-sample-noisy
                               if sample-noisy
                                   add 1 to records-excluded
                               else
                                   perform tally-one-record
                               end-if
                           end-if
                   end-read
               end-perform
               end-if
           end-perform.

       check-sample-invalid.
           move bh-run-id to rv-run-id
           move bh-run-date to rv-run-date
           move bh-machine-tag to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call
           if rv-run-invalid
               move bh-run-id to invalid-run-key
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

       tally-one-record.
           move 0 to found-idx
           perform varying tbl-idx from 1 by 1
           move st-ring-next (found-idx) to ring-idx
           move bh-elapsed-ms
               to st-recent-ms (found-idx, ring-idx)
           move bh-run-date
               to st-recent-date (found-idx, ring-idx)
           add 1 to ring-idx
           if ring-idx > moving-window
               move 1 to ring-idx
                  " "                      delimited by size
                  status-text              delimited by space
                  into detail-line
           perform find-window-change
           if marker-date not = spaces
               move "ENVCHG" to detail-line (107:6)
               move marker-date to detail-line (114:8)
               add 1 to env-marked-count
           end-if
           move detail-line to trend-report-record
           write trend-report-record.

       find-window-change.
      *> the latest logged change on or after the oldest run in the
      *> moving-average window
           move high-values to window-start-date
           perform varying ring-idx from 1 by 1
                   until ring-idx > ring-used
               if st-recent-date (tbl-idx, ring-idx)
                       < window-start-date
                   move st-recent-date (tbl-idx, ring-idx)
                       to window-start-date
               end-if
           end-perform
           move spaces to marker-date
           perform varying chg-idx from 1 by 1
                   until chg-idx > change-count
               if ct-change-date (chg-idx) >= window-start-date
                   move ct-change-date (chg-idx) to marker-date
               end-if
           end-perform.

       load-change-events.
      *> one line per change event: the register's item records for
      *> one run share tag and timestamp; the newest events are kept
           open input env-change-in
           if change-status not = "00"
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
           if change-count > 0
               if ec-machine-tag = ct-machine-tag (change-count)
                       and ec-timestamp = ct-timestamp (change-count)
                   move 1 to item-ptr
                   inspect ct-items (change-count)
                       tallying item-ptr for characters
                       before initial "  "
                   add 1 to item-ptr
                   string ec-item delimited by space
                       into ct-items (change-count)
                       with pointer item-ptr
                   end-string
                   exit paragraph
               end-if
           end-if
           if change-count >= max-changes
               perform varying chg-idx from 2 by 1
                       until chg-idx > max-changes
                   move ct-entry (chg-idx) to ct-entry (chg-idx - 1)
               end-perform
               subtract 1 from change-count
           end-if
           add 1 to change-count
           move ec-change-date to ct-change-date (change-count)
           move ec-machine-tag to ct-machine-tag (change-count)
           move ec-timestamp to ct-timestamp (change-count)
           move ec-item to ct-items (change-count).

       report-change-events.
           move spaces to trend-report-record
           write trend-report-record
           if change-count = 0
               move "ENVIRONMENT CHANGES: NONE ON THE REGISTER"
                   to trend-report-record
               write trend-report-record
               exit paragraph
           end-if
           move "ENVIRONMENT CHANGES (ENVCHGRPT HAS BEFORE/AFTER):"
               to trend-report-record
           write trend-report-record
           perform varying chg-idx from 1 by 1
                   until chg-idx > change-count
               move spaces to detail-line
               string "  " delimited by size
                      ct-change-date (chg-idx) delimited by size
                      "  " delimited by size
                      ct-machine-tag (chg-idx) delimited by size
                      "  " delimited by size
                      ct-items (chg-idx) delimited by size
                      into detail-line
               move detail-line to trend-report-record
               write trend-report-record
           end-perform
           move spaces to detail-line
           string "PROGRAMS MARKED ENVCHG (CHANGE IN MAVG7 WINDOW): "
                      delimited by size
                  env-marked-count delimited by size
                  into detail-line
           move detail-line to trend-report-record
           write trend-report-record.

