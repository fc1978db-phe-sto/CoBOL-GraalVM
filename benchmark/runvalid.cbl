       identification division.
       program-id. RUN-VALID.
      *>****************************************************************
      *> Callable run-validity check, called the way the suite already
      *> calls DATE-SVC. Answers one question for the statistics
      *> reports: has this run been marked invalid on the run
      *> invalidation register (invalid-runs.dat, maintained by
      *> INVMAINT)? Given a run id and, where the caller's record
      *> carries them, the run date and machine tag, rv-invalid-flag
      *> comes back "Y" when
      *>   - an active type R entry names the run id, or
      *>   - an active type M entry covers the run date for the
      *>     machine ("*" = any machine), or
      *>   - the run id belongs to a bench-history.dat record that an
      *>     active type M entry covers - so a file that carries only
      *>     the run id (bench-result.dat, the queue results) still
      *>     loses the runs of a condemned machine night.
      *> Reinstated entries are ignored. The register (and the
      *> bench-history.dat expansion of the machine entries) is
      *> loaded on the first call and held for the life of the run
      *> unit. No register file means every run is valid.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select invalid-runs-in assign to "invalid-runs.dat"
               organization line sequential
               file status is inv-status.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.

       data division.
       file section.
       fd  invalid-runs-in.
           COPY invalrun.
       fd  bench-history-in.
           COPY benchhist.

       working-storage section.
       77  inv-status              pic xx.
       77  bh-status               pic xx.
       77  loaded-flag             pic x value "N".
           88 register-loaded      value "Y".
       77  max-runs                pic 9(3) value 500.
       77  runs-loaded             pic 9(3) value 0.
       77  run-idx                 pic 9(3).
       77  max-ranges              pic 99 value 50.
       77  ranges-loaded           pic 99 value 0.
       77  range-idx               pic 99.
       77  overflow-flag           pic x value "N".
           88 table-overflow       value "Y".
       77  match-flag              pic x.
           88 range-matches        value "Y".
       77  check-date              pic x(8).
       77  check-tag               pic x(20).
       77  add-run-key             pic x(16).

       01  invalid-run-table.
           05 ir-run-id occurs 500 times pic x(16).

       01  invalid-range-table.
           05 rg-entry occurs 50 times.
               10 rg-machine-tag   pic x(20).
               10 rg-from-date     pic x(8).
               10 rg-to-date       pic x(8).

       linkage section.
       01  rv-run-id               pic x(16).
       01  rv-run-date             pic x(8).
       01  rv-machine-tag          pic x(20).
       01  rv-invalid-flag         pic x.
           88 rv-run-invalid       value "Y".

       procedure division using rv-run-id, rv-run-date,
           rv-machine-tag, rv-invalid-flag.
       main-logic.
           if not register-loaded
               perform load-register
           end-if
           move "N" to rv-invalid-flag
           if rv-run-id not = spaces
               perform varying run-idx from 1 by 1
                       until run-idx > runs-loaded
                           or rv-run-invalid
                   if ir-run-id (run-idx) = rv-run-id
                       move "Y" to rv-invalid-flag
                   end-if
               end-perform
           end-if
           if not rv-run-invalid and rv-run-date not = spaces
               move rv-run-date to check-date
               move rv-machine-tag to check-tag
               perform match-ranges
               if range-matches
                   move "Y" to rv-invalid-flag
               end-if
           end-if
           goback.

       load-register.
           move "Y" to loaded-flag
           open input invalid-runs-in
           if inv-status not = "00"
               exit paragraph
           end-if
           perform until inv-status not = "00"
               read invalid-runs-in
                   at end continue
                   not at end
                       if iv-invalid
                           perform load-one-entry
                       end-if
               end-read
           end-perform
           close invalid-runs-in
           if ranges-loaded > 0
               perform expand-ranges
           end-if
           if table-overflow
               display "RUN-VALID: invalidation register larger than "
                   "the tables - some entries not honored"
           end-if.

       load-one-entry.
           evaluate true
               when iv-run-entry
                   move iv-run-id to add-run-key
                   perform add-run-id
               when iv-range-entry
                   if ranges-loaded < max-ranges
                       add 1 to ranges-loaded
                       move iv-machine-tag
                           to rg-machine-tag (ranges-loaded)
                       move iv-from-date to rg-from-date (ranges-loaded)
                       move iv-to-date to rg-to-date (ranges-loaded)
                   else
                       move "Y" to overflow-flag
                   end-if
           end-evaluate.

       add-run-id.
      *> the run id to add is passed in add-run-key
           if add-run-key = spaces
               exit paragraph
           end-if
           perform varying run-idx from 1 by 1
                   until run-idx > runs-loaded
               if ir-run-id (run-idx) = add-run-key
                   exit paragraph
               end-if
           end-perform
           if runs-loaded < max-runs
               add 1 to runs-loaded
               move add-run-key to ir-run-id (runs-loaded)
           else
               move "Y" to overflow-flag
           end-if.

       expand-ranges.
      *> every bench-history run a machine entry covers is condemned
      *> by run id as well, for callers that have only the run id
           open input bench-history-in
           if bh-status not = "00"
               exit paragraph
           end-if
           perform until bh-status not = "00"
               read bench-history-in
                   at end continue
                   not at end
                       move bh-run-date to check-date
                       move bh-machine-tag to check-tag
                       perform match-ranges
                       if range-matches
                           move bh-run-id to add-run-key
                           perform add-run-id
                       end-if
               end-read
           end-perform
           close bench-history-in.

       match-ranges.
           move "N" to match-flag
           perform varying range-idx from 1 by 1
                   until range-idx > ranges-loaded or range-matches
               if check-date >= rg-from-date (range-idx)
                       and check-date <= rg-to-date (range-idx)
                   if rg-machine-tag (range-idx) = "*"
                           or rg-machine-tag (range-idx) = check-tag
                       move "Y" to match-flag
                   end-if
               end-if
           end-perform.

       end program RUN-VALID.
