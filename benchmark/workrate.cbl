       identification division.
       program-id. workrate.
      *>****************************************************************
      *> Work-unit normalized throughput report over bench-history.dat.
      *> BENCHTRND and MACHCOMP average every run of a program together,
      *> whatever size of work it was given - the SMOKE set's 10! and
      *> the FULL set's 113! land in the same FACTORIAL average - so a
      *> month in which the parmlib set changed reads as a huge
      *> regression or improvement. This program recovers each run's
      *> work size from the audit-log.dat record the program wrote for
      *> that run (matched on run id and program id), from the
      *> al-parameters text the program builds:
      *>   FACTORIAL            N=          N
      *>   FIB                  TERMS=      term count
      *>   FIB-PISANO           MODULUS-LIMIT= largest modulus
      *>   fibonacci15          TERM-COUNT= term count
      *>   fibonacci15-big      TERM-COUNT= term count
      *>   recursivefactorial   NUMB=       N
      *>   sieveoferathosthenes,
      *>   sieve-segmented,
      *>   sieve-oddpacked      TABLE-SIZE= table size
      *>   sortbench, iobench   RECORDS=    record count
      *>   mandelbrotset,
      *>   juliaset             RESX= RESY= pixel count (resx x resy)
      *>   decbench             ACCOUNTS=   loan account count
      *>   goldbach             EVEN-LIMIT= upper even number
      *> and expresses every run as elapsed-ms per thousand work units,
      *> a figure that stays comparable when the configuration
      *> changes. Per program and machine tag it reports the run
      *> count, the range of work sizes seen, the average, best,
      *> worst, first and last rate, and the trend - the
      *> least-squares change in ms per thousand units from one run to
      *> the next (positive = getting slower). History samples whose
      *> run has no audit record with a usable work size (records
      *> older than run ids, programs without a work-size rule) are
      *> counted and left out. Runs marked invalid on the run
      *> invalidation register (INVMAINT, checked through RUN-VALID)
      *> are left out the same way and counted separately. Ends with
      *> return code 4 when no sample could be normalized.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select audit-log-in assign to "audit-log.dat"
               organization line sequential
               file status is al-status.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.

       data division.
       file section.
       fd  audit-log-in.
           COPY auditlog.
       fd  bench-history-in.
           COPY benchhist.

       working-storage section.
           COPY envarea.
       77  al-status                   pic xx.
       77  bh-status                   pic xx.
       77  max-sizes                   pic 9(4) value 3000.
       77  sizes-loaded                pic 9(4) value 0.
       77  size-idx                    pic 9(4).
       77  found-size                  pic 9(4).
       77  size-overflow-flag          pic x value "N".
           88 size-table-full          value "Y".
       77  max-rules                   pic 99 value 15.
       77  rule-idx                    pic 99.
       77  found-rule                  pic 99.
       77  max-combos                  pic 99 value 60.
       77  combo-idx                   pic 99.
       77  scan-idx                    pic 99.
       77  found-idx                   pic 99.
       77  tok-idx                     pic 9.
       77  param-token                 pic x(30).
       77  token-key                   pic x(15).
       77  token-value                 pic x(15).
       77  value-len                   pic 99.
       77  first-value                 pic 9(9).
       77  second-value                pic 9(9).
       77  work-units                  pic 9(12).
       77  work-tag                    pic x(20).
       77  rate-per-ku                 pic 9(9)v999.
       77  records-read                pic 9(9) value 0.
       77  samples-rated               pic 9(9) value 0.
       77  samples-no-size             pic 9(9) value 0.
       77  xy-term                     pic 9(12)v999.
       77  slope-numer                 pic s9(15)v999 comp.
       77  slope-denom                 pic s9(18) comp.
       77  count-disp                  pic z(5)9.
       77  units-lo-disp               pic z(11)9.
       77  units-hi-disp               pic z(11)9.
       77  avg-disp                    pic z(8)9.999.
       77  best-disp                   pic z(8)9.999.
       77  worst-disp                  pic z(8)9.999.
       77  first-disp                  pic z(8)9.999.
       77  last-disp                   pic z(8)9.999.
       77  slope-disp                  pic -(7)9.999.
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
       77  detail-line                 pic x(132).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  inv-program-id              pic x(20).
       77  inv-compiled-stamp          pic x(21).

       01  param-tokens.
           05 pt-token occurs 6 times  pic x(30).

      *> program id as written to both files, the al-parameters
      *> keyword(s) that carry the work size (two = multiply), and the
      *> unit the size is counted in
       01  work-size-rules.
           05 filler pic x(20) value "FACTORIAL".
           05 filler pic x(15) value "N".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "N".
           05 filler pic x(20) value "FIB".
           05 filler pic x(15) value "TERMS".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "TERMS".
           05 filler pic x(20) value "fibonacci15".
           05 filler pic x(15) value "TERM-COUNT".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "TERMS".
           05 filler pic x(20) value "recursivefactorial".
           05 filler pic x(15) value "NUMB".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "N".
           05 filler pic x(20) value "sieveoferathosthenes".
           05 filler pic x(15) value "TABLE-SIZE".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "ENTRIES".
           05 filler pic x(20) value "sortbench".
           05 filler pic x(15) value "RECORDS".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "RECORDS".
           05 filler pic x(20) value "iobench".
           05 filler pic x(15) value "RECORDS".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "RECORDS".
           05 filler pic x(20) value "mandelbrotset".
           05 filler pic x(15) value "RESX".
           05 filler pic x(15) value "RESY".
           05 filler pic x(8)  value "PIXELS".
           05 filler pic x(20) value "juliaset".
           05 filler pic x(15) value "RESX".
           05 filler pic x(15) value "RESY".
           05 filler pic x(8)  value "PIXELS".
           05 filler pic x(20) value "decbench".
           05 filler pic x(15) value "ACCOUNTS".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "ACCOUNTS".
           05 filler pic x(20) value "goldbach".
           05 filler pic x(15) value "EVEN-LIMIT".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "N".
           05 filler pic x(20) value "sieve-segmented".
           05 filler pic x(15) value "TABLE-SIZE".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "ENTRIES".
           05 filler pic x(20) value "sieve-oddpacked".
           05 filler pic x(15) value "TABLE-SIZE".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "ENTRIES".
           05 filler pic x(20) value "FIB-PISANO".
           05 filler pic x(15) value "MODULUS-LIMIT".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "MODULI".
           05 filler pic x(20) value "fibonacci15-big".
           05 filler pic x(15) value "TERM-COUNT".
           05 filler pic x(15) value spaces.
           05 filler pic x(8)  value "TERMS".
       01  work-size-rule-table redefines work-size-rules.
           05 sr-rule occurs 15 times.
               10 sr-program-id        pic x(20).
               10 sr-size-key-1        pic x(15).
               10 sr-size-key-2        pic x(15).
               10 sr-unit-name         pic x(8).

       01  run-size-table.
           05 sz-entry occurs 3000 times.
               10 sz-run-id            pic x(16).
               10 sz-rule-idx          pic 99.
               10 sz-work-units        pic 9(12) comp.

       01  combo-table.
           05 cb-entry occurs 60 times.
               10 cb-program-id        pic x(20) value spaces.
               10 cb-machine-tag       pic x(20) value spaces.
               10 cb-rule-idx          pic 99 value 0.
               10 cb-runs              pic 9(9) comp value 0.
               10 cb-min-units         pic 9(12) comp value 0.
               10 cb-max-units         pic 9(12) comp value 0.
               10 cb-sum-rate          pic 9(15)v999 comp value 0.
               10 cb-best-rate         pic 9(9)v999 comp value 0.
               10 cb-worst-rate        pic 9(9)v999 comp value 0.
               10 cb-first-rate        pic 9(9)v999 comp value 0.
               10 cb-last-rate         pic 9(9)v999 comp value 0.
               10 cb-sum-x             pic 9(15) comp value 0.
               10 cb-sum-xy            pic 9(15)v999 comp value 0.
               10 cb-sum-xx            pic 9(18) comp value 0.
               10 cb-slope             pic s9(9)v999 comp value 0.
               10 cb-reported          pic x value "N".
                   88 cb-done          value "Y".

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
           perform register-module
           perform load-run-sizes
           perform scan-bench-history
           perform compute-combo-trends
           move "workrate-report.txt" to rw-report-name
           move "THROUGHPUT PER THOUSAND WORK UNITS" to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "PROGRAM / MACHINE        RUNS UNIT        MIN-SIZE"
                      delimited by size
                  "     MAX-SIZE  AVG-MS/KU     BEST-MS/KU    "
                      delimited by size
                  "WORST-MS/KU  FIRST-MS/KU   LAST-MS/KU  TREND/RUN"
                      delimited by size
                  into rw-line
           perform write-report-detail
           perform varying combo-idx from 1 by 1
                   until combo-idx > max-combos
               if cb-program-id (combo-idx) not = spaces
                       and not cb-done (combo-idx)
                   perform report-one-program
               end-if
           end-perform
           if samples-rated = 0
               move "NO SAMPLE COULD BE MATCHED TO A WORK SIZE"
                   to rw-line
               perform write-report-detail
           end-if
           move samples-no-size to count-disp
           move spaces to rw-line
           string "SAMPLES WITHOUT A WORK SIZE (LEFT OUT): "
                      delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-detail
           move spaces to rw-line
           string "RUNS LEFT OUT (INVALIDATION REGISTER): "
                      delimited by size
                  invalid-runs-excluded delimited by size
                  into rw-line
           perform write-report-detail
           move samples-rated to count-disp
           move spaces to rw-line
           string "SAMPLES NORMALIZED: " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move "C" to rw-function
           perform call-report-writer
           display "workrate complete - records " records-read
               " normalized " samples-rated
               " without work size " samples-no-size
               " invalidated runs left out " invalid-runs-excluded
           if size-table-full
               display "workrate: more audited runs than the work-size "
                   "table holds - oldest runs reported without a size"
           end-if
           if samples-rated = 0
               move 4 to return-code
           end-if
           goback.

       register-module.
           move "workrate" to inv-program-id
           move function when-compiled to inv-compiled-stamp
           call "MOD-INVENT" using inv-program-id,
               inv-compiled-stamp
               on exception continue
           end-call.

       load-run-sizes.
           open input audit-log-in
           if al-status not = "00"
               exit paragraph
           end-if
           perform until al-status not = "00"
               read audit-log-in
                   at end continue
                   not at end
                       if al-run-id not = spaces
                           perform take-one-audit-record
                       end-if
               end-read
           end-perform
           close audit-log-in.

       take-one-audit-record.
           move 0 to found-rule
           perform varying rule-idx from 1 by 1
                   until rule-idx > max-rules or found-rule not = 0
               if sr-program-id (rule-idx) = al-program-id
                   move rule-idx to found-rule
               end-if
           end-perform
           if found-rule = 0
               exit paragraph
           end-if
           perform extract-work-units
           if work-units = 0
               exit paragraph
           end-if
      *> a later audit record for the same run and program wins
           move 0 to found-size
           perform varying size-idx from 1 by 1
                   until size-idx > sizes-loaded or found-size not = 0
               if sz-run-id (size-idx) = al-run-id
                       and sz-rule-idx (size-idx) = found-rule
                   move size-idx to found-size
               end-if
           end-perform
           if found-size = 0
               if sizes-loaded < max-sizes
                   add 1 to sizes-loaded
                   move sizes-loaded to found-size
                   move al-run-id to sz-run-id (found-size)
                   move found-rule to sz-rule-idx (found-size)
               else
                   move "Y" to size-overflow-flag
                   exit paragraph
               end-if
           end-if
           move work-units to sz-work-units (found-size).

       extract-work-units.
      *> al-parameters is a run of KEY=VALUE words; the rule's
      *> keyword(s) give the work size
           move 0 to first-value
           move 0 to second-value
           move 0 to work-units
           move spaces to param-tokens
           unstring al-parameters delimited by all spaces
               into pt-token (1), pt-token (2), pt-token (3),
                    pt-token (4), pt-token (5), pt-token (6)
           end-unstring
           perform varying tok-idx from 1 by 1 until tok-idx > 6
               move pt-token (tok-idx) to param-token
               if param-token not = spaces
                   perform take-one-token
               end-if
           end-perform
           if sr-size-key-2 (found-rule) = spaces
               move first-value to work-units
           else
               compute work-units = first-value * second-value
           end-if.

       take-one-token.
           move spaces to token-key
           move spaces to token-value
           unstring param-token delimited by "="
               into token-key, token-value
           end-unstring
           move 0 to value-len
           inspect token-value tallying value-len
               for characters before initial space
           if value-len = 0 or value-len > 9
               exit paragraph
           end-if
           if token-value (1:value-len) not numeric
               exit paragraph
           end-if
           if token-key = sr-size-key-1 (found-rule)
               move token-value (1:value-len) to first-value
           end-if
           if token-key = sr-size-key-2 (found-rule)
                   and sr-size-key-2 (found-rule) not = spaces
               move token-value (1:value-len) to second-value
           end-if.

       scan-bench-history.
           open input bench-history-in
           if bh-status not = "00"
               exit paragraph
           end-if
           perform until bh-status not = "00"
               read bench-history-in
                   at end continue
                   not at end
                       add 1 to records-read
                       perform check-sample-invalid
                       if not rv-run-invalid
                           perform rate-one-sample
                       end-if
               end-read
           end-perform
           close bench-history-in.

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

       rate-one-sample.
           move 0 to found-rule
           perform varying rule-idx from 1 by 1
                   until rule-idx > max-rules or found-rule not = 0
               if sr-program-id (rule-idx) = bh-program-id
                   move rule-idx to found-rule
               end-if
           end-perform
           move 0 to found-size
           if found-rule not = 0 and bh-run-id not = spaces
               perform varying size-idx from 1 by 1
                       until size-idx > sizes-loaded
                           or found-size not = 0
                   if sz-run-id (size-idx) = bh-run-id
                           and sz-rule-idx (size-idx) = found-rule
                       move size-idx to found-size
                   end-if
               end-perform
           end-if
           if found-size = 0
               add 1 to samples-no-size
               exit paragraph
           end-if
           move sz-work-units (found-size) to work-units
           compute rate-per-ku rounded =
               bh-elapsed-ms * 1000 / work-units
               on size error
                   move 999999999.999 to rate-per-ku
           end-compute
           perform find-or-add-combo
           if found-idx = 0
               add 1 to samples-no-size
               exit paragraph
           end-if
           add 1 to samples-rated
           perform tally-one-rate.

       find-or-add-combo.
           if bh-machine-tag = spaces
               move "UNTAGGED" to work-tag
           else
               move bh-machine-tag to work-tag
           end-if
           move 0 to found-idx
           perform varying combo-idx from 1 by 1
                   until combo-idx > max-combos or found-idx not = 0
               if cb-program-id (combo-idx) = bh-program-id
                       and cb-machine-tag (combo-idx) = work-tag
                   move combo-idx to found-idx
               end-if
           end-perform
           if found-idx not = 0
               exit paragraph
           end-if
           perform varying combo-idx from 1 by 1
                   until combo-idx > max-combos or found-idx not = 0
               if cb-program-id (combo-idx) = spaces
                   move combo-idx to found-idx
                   move bh-program-id to cb-program-id (combo-idx)
                   move work-tag to cb-machine-tag (combo-idx)
                   move found-rule to cb-rule-idx (combo-idx)
               end-if
           end-perform.

       tally-one-rate.
      *> x is the run's position in this program and machine's
      *> history, y its rate
           add 1 to cb-runs (found-idx)
           if cb-runs (found-idx) = 1
               move rate-per-ku to cb-first-rate (found-idx)
               move rate-per-ku to cb-best-rate (found-idx)
               move rate-per-ku to cb-worst-rate (found-idx)
               move work-units to cb-min-units (found-idx)
               move work-units to cb-max-units (found-idx)
           end-if
           move rate-per-ku to cb-last-rate (found-idx)
           if rate-per-ku < cb-best-rate (found-idx)
               move rate-per-ku to cb-best-rate (found-idx)
           end-if
           if rate-per-ku > cb-worst-rate (found-idx)
               move rate-per-ku to cb-worst-rate (found-idx)
           end-if
           if work-units < cb-min-units (found-idx)
               move work-units to cb-min-units (found-idx)
           end-if
           if work-units > cb-max-units (found-idx)
               move work-units to cb-max-units (found-idx)
           end-if
           add rate-per-ku to cb-sum-rate (found-idx)
           add cb-runs (found-idx) to cb-sum-x (found-idx)
           compute xy-term = cb-runs (found-idx) * rate-per-ku
           add xy-term to cb-sum-xy (found-idx)
           compute cb-sum-xx (found-idx) = cb-sum-xx (found-idx)
               + cb-runs (found-idx) * cb-runs (found-idx).

       compute-combo-trends.
           perform varying combo-idx from 1 by 1
                   until combo-idx > max-combos
               move 0 to cb-slope (combo-idx)
               if cb-runs (combo-idx) >= 2
                   compute slope-numer =
                       cb-runs (combo-idx) * cb-sum-xy (combo-idx)
                       - cb-sum-x (combo-idx) * cb-sum-rate (combo-idx)
                   compute slope-denom =
                       cb-runs (combo-idx) * cb-sum-xx (combo-idx)
                       - cb-sum-x (combo-idx) * cb-sum-x (combo-idx)
                   if slope-denom not = 0
                       compute cb-slope (combo-idx) rounded =
                           slope-numer / slope-denom
                   end-if
               end-if
           end-perform.

       report-one-program.
           perform varying scan-idx from 1 by 1
                   until scan-idx > max-combos
               if cb-program-id (scan-idx)
                       = cb-program-id (combo-idx)
                   perform write-one-combo-line
                   set cb-done (scan-idx) to true
               end-if
           end-perform.

       write-one-combo-line.
           move cb-runs (scan-idx) to count-disp
           move cb-min-units (scan-idx) to units-lo-disp
           move cb-max-units (scan-idx) to units-hi-disp
           compute avg-disp rounded =
               cb-sum-rate (scan-idx) / cb-runs (scan-idx)
           move cb-best-rate (scan-idx) to best-disp
           move cb-worst-rate (scan-idx) to worst-disp
           move cb-first-rate (scan-idx) to first-disp
           move cb-last-rate (scan-idx) to last-disp
           move cb-slope (scan-idx) to slope-disp
           move cb-rule-idx (scan-idx) to rule-idx
           move spaces to detail-line
           string cb-program-id (scan-idx) delimited by space
                  " " delimited by size
                  cb-machine-tag (scan-idx) delimited by space
                  into detail-line
           move spaces to rw-line
           string detail-line (1:23) delimited by size
                  count-disp delimited by size
                  " " delimited by size
                  sr-unit-name (rule-idx) delimited by size
                  units-lo-disp delimited by size
                  " " delimited by size
                  units-hi-disp delimited by size
                  avg-disp delimited by size
                  " " delimited by size
                  best-disp delimited by size
                  " " delimited by size
                  worst-disp delimited by size
                  " " delimited by size
                  first-disp delimited by size
                  " " delimited by size
                  last-disp delimited by size
                  " " delimited by size
                  slope-disp delimited by size
                  into rw-line
           perform write-report-detail.

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

       end program workrate.
