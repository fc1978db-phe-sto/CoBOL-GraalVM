      *> at 125 percent or more of the best - the signal we use to
      *> decide which hardware to retire. Records older than the
      *> machine-tag field (written before tagging) group under
      *> UNTAGGED. Runs marked invalid on the run invalidation
      *> register (INVMAINT, checked through RUN-VALID) are left out
      *> of every average, and the number left out is reported.
      *> Environment changes ENVFPRINT logged on env-change-register.dat
      *> are listed by date, tag and item at the end, and a machine
      *> whose history spans a change on its tag is marked ENVCHG with
      *> the change date - its average mixes the old and new box, and
      *> ENVCHGRPT gives the before/after split.
      *>****************************************************************
       environment division.
       input-output section.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.
           select env-change-in assign to "env-change-register.dat"
               organization line sequential
               file status is change-status.
           select machcomp-report assign to "machcomp-report.txt"
               organization line sequential
               file status is report-status.
       file section.
       fd  bench-history-in.
           COPY benchhist.
       fd  env-change-in.
           COPY envchg.
       fd  machcomp-report.
       01  machcomp-report-record      pic x(120).

       working-storage section.
           COPY envarea.
       77  bh-status                   pic xx.
       77  report-status               pic xx.
       77  change-status               pic xx.
       77  max-changes                 pic 99 value 30.
       77  change-count                pic 99 value 0.
       77  chg-idx                     pic 99.
       77  item-ptr                    pic 99.
       77  marker-date                 pic x(8).
       77  env-marked-count            pic 9(4) value 0.
       77  max-combos                  pic 99 value 60.
       77  combo-idx                   pic 99.
       77  scan-idx                    pic 99.
       77  status-text                 pic x(8).
       77  slower-count                pic 9(4) value 0.
       77  detail-line                 pic x(120).
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
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  change-table.
           05 ct-entry occurs 30 times.
               10 ct-change-date       pic x(8).
               10 ct-machine-tag       pic x(20).
               10 ct-timestamp         pic x(26).
               10 ct-items             pic x(60).

       01  combo-table.
           05 mc-entry occurs 60 times.
               10 mc-program-id        pic x(20) value spaces.
               10 mc-run-count         pic 9(9) comp value 0.
               10 mc-total-ms          pic 9(12) comp value 0.
               10 mc-avg-ms            pic 9(9) comp value 0.
               10 mc-first-date        pic x(8) value high-values.
               10 mc-last-date         pic x(8) value low-values.
               10 mc-reported          pic x value "N".
                   88 mc-done          value "Y".

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
           perform load-change-events
           perform load-history
           perform compute-averages
           open output machcomp-report
           move "CROSS-MACHINE COMPARISON OVER BENCH-HISTORY"
               to machcomp-report-record
           move "ENV" to machcomp-report-record (61:3)
           move es-env-code to machcomp-report-record (65:4)
           write machcomp-report-record
           move "PROGRAM / MACHINE      RUNS   AVG-MS  PCT-OF-BEST"
               to machcomp-report-record
                  into detail-line
           move detail-line to machcomp-report-record
           write machcomp-report-record
           move spaces to detail-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  invalid-runs-excluded delimited by size
                  into detail-line
           move detail-line to machcomp-report-record
           write machcomp-report-record
           perform report-change-events
           close machcomp-report
           perform spool-own-report
           display "machcomp complete - records " records-read
               " slower flags " slower-count
               " invalidated runs left out " invalid-runs-excluded
           goback.

       spool-own-report.
                       at end continue
                       not at end
                           add 1 to records-read
                           perform check-sample-invalid
                           if not rv-run-invalid
                               perform tally-one-record
                           end-if
                   end-read
               end-perform
               close bench-history-in
           end-if.

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
           if bh-machine-tag = spaces
               move "UNTAGGED" to work-tag
           if found-idx not = 0
               add 1 to mc-run-count (found-idx)
               add bh-elapsed-ms to mc-total-ms (found-idx)
               if bh-run-date < mc-first-date (found-idx)
                   move bh-run-date to mc-first-date (found-idx)
               end-if
               if bh-run-date > mc-last-date (found-idx)
                   move bh-run-date to mc-last-date (found-idx)
               end-if
           end-if.

       compute-averages.
                  " "                        delimited by size
                  status-text                delimited by space
                  into detail-line
           perform find-spanned-change
           if marker-date not = spaces
               move "ENVCHG" to detail-line (80:6)
               move marker-date to detail-line (87:8)
               add 1 to env-marked-count
           end-if
           move detail-line to machcomp-report-record
           write machcomp-report-record.

       find-spanned-change.
      *> the latest logged change on this tag that falls after the
      *> first run averaged and on or before the last
           move spaces to marker-date
           perform varying chg-idx from 1 by 1
                   until chg-idx > change-count
               if ct-machine-tag (chg-idx) = mc-machine-tag (scan-idx)
                       and ct-change-date (chg-idx)
                           > mc-first-date (scan-idx)
                       and ct-change-date (chg-idx)
                           <= mc-last-date (scan-idx)
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
           move spaces to machcomp-report-record
           write machcomp-report-record
           if change-count = 0
               move "ENVIRONMENT CHANGES: NONE ON THE REGISTER"
                   to machcomp-report-record
               write machcomp-report-record
               exit paragraph
           end-if
           move "ENVIRONMENT CHANGES (ENVCHGRPT HAS BEFORE/AFTER):"
               to machcomp-report-record
           write machcomp-report-record
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
               move detail-line to machcomp-report-record
               write machcomp-report-record
           end-perform
           move spaces to detail-line
           string "MACHINES MARKED ENVCHG (HISTORY SPANS A CHANGE): "
                      delimited by size
                  env-marked-count delimited by size
                  into detail-line
           move detail-line to machcomp-report-record
           write machcomp-report-record.

