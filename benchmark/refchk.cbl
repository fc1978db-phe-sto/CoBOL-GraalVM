       identification division.
       program-id. refchk.
      *>****************************************************************
      *> Cross-file referential integrity check. FILECHK proves each
      *> shared file agrees with its own layout; this proves the files
      *> agree with each other. Every benchmark run leaves one record
      *> per program, all stamped with the same RUN-IDENT id, on
      *> bench-result.dat, audit-log.dat, bench-history.dat and
      *> run-telemetry.dat (in that order), plus any error-log.dat
      *> records it raised, and a queue request BENCHQPROC completed
      *> is answered on bench-queue-results.dat under the id it ran
      *> with. A crash part-way through the writes, a hand edit, or a
      *> program that made up its own id leaves these out of step,
      *> and the trend and regression averages then quietly take in
      *> an incomplete run.
      *>
      *> The files are joined on run id and program over the nights
      *> named on the refchk.parm card (copy/rfkparm.cpy, default the
      *> last 7 and tonight; the night of a record is the date in its
      *> run id). Only the benchmark programs are joined - the
      *> administrative writers' audit records and the error-log
      *> records of the callable services have no partners to find -
      *> and bench-history records from another machine's tag, which
      *> HISTIMPORT brought in, are left out. Findings by category:
      *>   missing partner (M): a result with no audit record or no
      *>       history record, a completed queue request with no
      *>       result
      *>   orphan (O): history, audit, telemetry or error-log records
      *>       with no result; a run id RUN-IDENT never issued (not
      *>       on run-id-register.dat, copy/runreg.cpy) - checked only
      *>       from the register's first entry on; a record carrying
      *>       no run id at all
      *>   advisory (A): a result with no telemetry - normal when
      *>       the CPU-CLOCK module was not available to the run
      *> A run already marked invalid on the run invalidation
      *> register (INVMAINT, checked through RUN-VALID) is out of the
      *> statistics anyway and is counted, not reported again.
      *> Every finding is listed by night, with per-night counts by
      *> category, through REPORT-WRITER as refchk-report.txt.
      *>
      *> Return code 8 when the latest night in the window has any
      *> missing-partner or orphan finding - the run that just ended
      *> is incomplete and NIGHTSCHED holds BENCHTRND back - with
      *> alert RFCK001E; 4 when only earlier nights do (RFCK002W);
      *> 0 when the files agree or only advisories were found.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select refchk-parm-in assign to "refchk.parm"
               organization line sequential
               file status is parm-status.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is mach-status.
           select run-register-in assign to "run-id-register.dat"
               organization line sequential
               file status is reg-status.
           select bench-result-in assign to "bench-result.dat"
               organization line sequential
               file status is bres-status.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.
           select audit-log-in assign to "audit-log.dat"
               organization line sequential
               file status is al-status.
           select run-telemetry-in assign to "run-telemetry.dat"
               organization line sequential
               file status is rt-status.
           select error-log-in assign to "error-log.dat"
               organization line sequential
               file status is el-status.
           select queue-results-in assign to "bench-queue-results.dat"
               organization line sequential
               file status is qr-status-code.

       data division.
       file section.
       fd  refchk-parm-in.
           COPY rfkparm.
       fd  machine-parm-in.
           COPY machparm.
       fd  run-register-in.
           COPY runreg.
       fd  bench-result-in.
           COPY benchres.
       fd  bench-history-in.
           COPY benchhist.
       fd  audit-log-in.
           COPY auditlog.
       fd  run-telemetry-in.
           COPY runtelem.
       fd  error-log-in.
           COPY errlog.
       fd  queue-results-in.
           COPY benchqr.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  mach-status                 pic xx.
       77  reg-status                  pic xx.
       77  bres-status                 pic xx.
       77  bh-status                   pic xx.
       77  al-status                   pic xx.
       77  rt-status                   pic xx.
       77  el-status                   pic xx.
       77  qr-status-code              pic xx.
       77  nights-back                 pic 9(3) value 7.
       77  max-nights-back             pic 9(3) value 30.
       77  today-integer               pic 9(9).
       77  window-start-integer        pic 9(9).
       77  record-integer              pic 9(9).
       77  record-date-x               pic x(8).
       77  night-idx                   pic 99.
       77  latest-night                pic 99 value 0.
       77  local-machine-tag           pic x(20).
       77  max-keys                    pic 9(4) value 3000.
       77  key-count                   pic 9(4) value 0.
       77  key-idx                     pic 9(4).
       77  found-idx                   pic 9(4).
       77  max-issued                  pic 9(4) value 3000.
       77  issued-count                pic 9(4) value 0.
       77  issued-idx                  pic 9(4).
       77  register-first-id           pic x(16) value high-values.
       77  issued-flag                 pic x.
           88 id-issued                value "Y".
       77  max-no-ids                  pic 9(3) value 500.
       77  no-id-count                 pic 9(3) value 0.
       77  no-id-idx                   pic 9(3).
       77  look-run-id                 pic x(16).
       77  look-program-id             pic x(20).
       77  look-file-id                pic xx.
       77  look-date-x                 pic x(8).
       77  known-flag                  pic x.
           88 program-known            value "Y".
       77  kp-idx                      pic 99.
       77  cat-idx                     pic 99.
       77  present-ptr                 pic 99.
       77  records-joined              pic 9(9) value 0.
       77  records-not-joined          pic 9(9) value 0.
       77  history-imported            pic 9(9) value 0.
       77  findings-total              pic 9(7) value 0.
       77  findings-latest             pic 9(7) value 0.
       77  findings-earlier            pic 9(7) value 0.
       77  advisories-total            pic 9(7) value 0.
       77  night-findings              pic 9(7).
       77  count-disp                  pic z(6)9.
       77  night-date-x                pic x(8).
       77  keys-invalidated            pic 9(7) value 0.
       77  rv-run-id                   pic x(16).
       77  rv-run-date                 pic x(8).
       77  rv-machine-tag              pic x(20).
       77  rv-invalid-flag             pic x.
           88 rv-run-invalid           value "Y".
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  known-programs.
           05 filler pic x(20) value "FACTORIAL".
           05 filler pic x(20) value "FIB".
           05 filler pic x(20) value "fibonacci15".
           05 filler pic x(20) value "mandelbrotset".
           05 filler pic x(20) value "recursivefactorial".
           05 filler pic x(20) value "sieveoferathosthenes".
           05 filler pic x(20) value "sortbench".
           05 filler pic x(20) value "iobench".
           05 filler pic x(20) value "juliaset".
           05 filler pic x(20) value "decbench".
           05 filler pic x(20) value "goldbach".
           05 filler pic x(20) value "sieve-segmented".
           05 filler pic x(20) value "sieve-oddpacked".
           05 filler pic x(20) value "FIB-PISANO".
           05 filler pic x(20) value "fibonacci15-big".
       01  known-programs-table redefines known-programs.
           05 known-program-id occurs 15 times pic x(20).

      *> category number, class (M missing partner, O orphan,
      *> A advisory) and report wording
       01  finding-categories.
           05 filler pic x(27) value "MRESULT WITHOUT AUDIT".
           05 filler pic x(27) value "MRESULT WITHOUT HISTORY".
           05 filler pic x(27) value "MQUEUE RUN WITHOUT RESULT".
           05 filler pic x(27) value "OHISTORY WITHOUT RESULT".
           05 filler pic x(27) value "OAUDIT WITHOUT RESULT".
           05 filler pic x(27) value "OTELEMETRY WITHOUT RESULT".
           05 filler pic x(27) value "OERROR-LOG WITHOUT RESULT".
           05 filler pic x(27) value "ORUN ID NOT ISSUED".
           05 filler pic x(27) value "ORECORD WITHOUT RUN ID".
           05 filler pic x(27) value "ARESULT WITHOUT TELEMETRY".
       01  finding-categories-table redefines finding-categories.
           05 fc-entry occurs 10 times.
               10 fc-class             pic x.
                   88 fc-advisory      value "A".
               10 fc-name              pic x(26).
       77  cat-result-no-audit         pic 99 value 1.
       77  cat-result-no-history       pic 99 value 2.
       77  cat-queue-no-result         pic 99 value 3.
       77  cat-history-no-result       pic 99 value 4.
       77  cat-audit-no-result         pic 99 value 5.
       77  cat-telemetry-no-result     pic 99 value 6.
       77  cat-error-no-result         pic 99 value 7.
       77  cat-id-not-issued           pic 99 value 8.
       77  cat-no-run-id               pic 99 value 9.
       77  cat-result-no-telemetry     pic 99 value 10.
       77  max-categories              pic 99 value 10.

      *> one entry per run id and program seen in the window, with
      *> how many records each file holds for it
       01  key-table.
           05 ky-entry occurs 3000 times.
               10 ky-run-id            pic x(16).
               10 ky-program-id        pic x(20).
               10 ky-night-idx         pic 99.
               10 ky-result-count      pic 9(4).
               10 ky-history-count     pic 9(4).
               10 ky-audit-count       pic 9(4).
               10 ky-telemetry-count   pic 9(4).
               10 ky-error-count       pic 9(4).
               10 ky-queue-count       pic 9(4).

       01  issued-table.
           05 is-run-id                pic x(16) occurs 3000 times.

      *> records written with no run id, kept for the listing
       01  no-id-table.
           05 ni-entry occurs 500 times.
               10 ni-night-idx         pic 99.
               10 ni-file-id           pic xx.
               10 ni-program-id        pic x(20).

       01  night-table.
           05 nt-entry occurs 31 times.
               10 nt-key-count         pic 9(5).
               10 nt-category-count    pic 9(5) occurs 10 times.

       01  detail-line.
           05 dl-night                 pic x(8).
           05 filler                   pic x(2).
           05 dl-class                 pic x.
           05 filler                   pic x(1).
           05 dl-category              pic x(26).
           05 filler                   pic x(2).
           05 dl-run-id                pic x(16).
           05 filler                   pic x(2).
           05 dl-program-id            pic x(20).
           05 filler                   pic x(2).
           05 dl-present               pic x(30).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-refchk-parm
           perform read-machine-tag
           move function integer-of-date
               (function numval (function current-date (1:8)))
               to today-integer
           compute window-start-integer = today-integer - nights-back
           initialize night-table
           perform load-run-register
           perform scan-bench-results
           perform scan-bench-history
           perform scan-audit-log
           perform scan-run-telemetry
           perform scan-error-log
           perform scan-queue-results
           perform write-refchk-report
           display "refchk complete - " key-count
               " run/program key(s), " findings-total " finding(s), "
               advisories-total " advisory"
           evaluate true
               when findings-latest > 0
                   perform raise-incomplete-alert
                   move 8 to return-code
               when findings-earlier > 0
                   perform raise-earlier-alert
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

       read-refchk-parm.
           open input refchk-parm-in
           if parm-status = "00"
               read refchk-parm-in
                   not at end
                       if rk-nights-back numeric
                               and rk-nights-back > 0
                           move rk-nights-back to nights-back
                       end-if
               end-read
               close refchk-parm-in
           end-if
           if nights-back > max-nights-back
               move max-nights-back to nights-back
           end-if.

       read-machine-tag.
      *> the tag this box stamps on its own history records, found
      *> the way the benchmarks find it
           move spaces to local-machine-tag
           open input machine-parm-in
           if mach-status = "00"
               read machine-parm-in
                   not at end
                       move machine-parm-tag to local-machine-tag
               end-read
               close machine-parm-in
           end-if
           if local-machine-tag = spaces
               accept local-machine-tag from environment "HOSTNAME"
           end-if
           if local-machine-tag = spaces
               move "UNTAGGED" to local-machine-tag
           end-if.

       load-run-register.
           open input run-register-in
           if reg-status not = "00"
               exit paragraph
           end-if
           perform until reg-status not = "00"
               read run-register-in
                   at end continue
                   not at end
                       perform store-issued-id
               end-read
           end-perform
           close run-register-in.

       store-issued-id.
           if rg-run-id = spaces
               exit paragraph
           end-if
           if rg-run-id < register-first-id
               move rg-run-id to register-first-id
           end-if
           move rg-run-id (1:8) to record-date-x
           perform find-night
           if night-idx = 0
               exit paragraph
           end-if
           if issued-count < max-issued
               add 1 to issued-count
               move rg-run-id to is-run-id (issued-count)
           end-if.

       scan-bench-results.
           open input bench-result-in
           if bres-status not = "00"
               exit paragraph
           end-if
           perform until bres-status not = "00"
               read bench-result-in
                   at end continue
                   not at end
                       move br-run-id to look-run-id
                       move br-program-id to look-program-id
                       move br-start-timestamp (1:8) to look-date-x
                       move "BR" to look-file-id
                       perform take-record
               end-read
           end-perform
           close bench-result-in.

       scan-bench-history.
           open input bench-history-in
           if bh-status not = "00"
               exit paragraph
           end-if
           perform until bh-status not = "00"
               read bench-history-in
                   at end continue
                   not at end
                       if bh-machine-tag not = spaces
                             and bh-machine-tag not = local-machine-tag
                           add 1 to history-imported
                       else
                           move bh-run-id to look-run-id
                           move bh-program-id to look-program-id
                           move bh-run-date to look-date-x
                           move "BH" to look-file-id
                           perform take-record
                       end-if
               end-read
           end-perform
           close bench-history-in.

       scan-audit-log.
           open input audit-log-in
           if al-status not = "00"
               exit paragraph
           end-if
           perform until al-status not = "00"
               read audit-log-in
                   at end continue
                   not at end
                       move al-run-id to look-run-id
                       move al-program-id to look-program-id
                       move al-timestamp (1:8) to look-date-x
                       move "AL" to look-file-id
                       perform take-record
               end-read
           end-perform
           close audit-log-in.

       scan-run-telemetry.
           open input run-telemetry-in
           if rt-status not = "00"
               exit paragraph
           end-if
           perform until rt-status not = "00"
               read run-telemetry-in
                   at end continue
                   not at end
                       move rt-run-id to look-run-id
                       move rt-program-id to look-program-id
                       move rt-timestamp (1:8) to look-date-x
                       move "RT" to look-file-id
                       perform take-record
               end-read
           end-perform
           close run-telemetry-in.

       scan-error-log.
           open input error-log-in
           if el-status not = "00"
               exit paragraph
           end-if
           perform until el-status not = "00"
               read error-log-in
                   at end continue
                   not at end
                       move el-run-id to look-run-id
                       move el-program-id to look-program-id
                       move el-timestamp (1:8) to look-date-x
                       move "EL" to look-file-id
                       perform take-record
               end-read
           end-perform
           close error-log-in.

       scan-queue-results.
      *> only a request that ran to completion owes a result record;
      *> the other dispositions ran nothing or failed part-way
           open input queue-results-in
           if qr-status-code not = "00"
               exit paragraph
           end-if
           perform until qr-status-code not = "00"
               read queue-results-in
                   at end continue
                   not at end
                       if qr-status = "COMPLETE"
                           move qr-run-id to look-run-id
                           move qr-program-id to look-program-id
                           move qr-timestamp (1:8) to look-date-x
                           move "QR" to look-file-id
                           perform take-record
                       end-if
               end-read
           end-perform
           close queue-results-in.

       take-record.
           perform check-program-known
           if not program-known
               add 1 to records-not-joined
               exit paragraph
           end-if
           if look-run-id = spaces
               perform take-record-without-id
               exit paragraph
           end-if
           move look-run-id (1:8) to record-date-x
           perform find-night
           if night-idx = 0
               exit paragraph
           end-if
           add 1 to records-joined
           perform find-key
           if found-idx = 0
               exit paragraph
           end-if
           evaluate look-file-id
               when "BR" add 1 to ky-result-count (found-idx)
               when "BH" add 1 to ky-history-count (found-idx)
               when "AL" add 1 to ky-audit-count (found-idx)
               when "RT" add 1 to ky-telemetry-count (found-idx)
               when "EL" add 1 to ky-error-count (found-idx)
               when "QR" add 1 to ky-queue-count (found-idx)
           end-evaluate.

       take-record-without-id.
      *> no id to join on, so the night comes from the record's own
      *> date; records from before run ids were carried fall outside
      *> the window and are not reported
           move look-date-x to record-date-x
           perform find-night
           if night-idx = 0
               exit paragraph
           end-if
           add 1 to records-joined
           add 1 to nt-category-count (night-idx, cat-no-run-id)
           if night-idx > latest-night
               move night-idx to latest-night
           end-if
           if no-id-count < max-no-ids
               add 1 to no-id-count
               move night-idx to ni-night-idx (no-id-count)
               move look-file-id to ni-file-id (no-id-count)
               move look-program-id to ni-program-id (no-id-count)
           end-if.

       find-night.
      *> night-idx 1 is the first night of the window; 0 means the
      *> date is malformed or outside it
           move 0 to night-idx
           if record-date-x not numeric
               exit paragraph
           end-if
           move function integer-of-date
               (function numval (record-date-x)) to record-integer
           if record-integer = 0
                   or record-integer < window-start-integer
                   or record-integer > today-integer
               exit paragraph
           end-if
           compute night-idx =
               record-integer - window-start-integer + 1.

       find-key.
           move 0 to found-idx
           perform varying key-idx from 1 by 1
                   until key-idx > key-count or found-idx > 0
               if ky-run-id (key-idx) = look-run-id
                       and ky-program-id (key-idx) = look-program-id
                   move key-idx to found-idx
               end-if
           end-perform
           if found-idx > 0
               exit paragraph
           end-if
           if key-count >= max-keys
               display "refchk: more than " max-keys
                   " run/program keys - rest of the window not checked"
               exit paragraph
           end-if
           add 1 to key-count
           move key-count to found-idx
           initialize ky-entry (found-idx)
           move look-run-id to ky-run-id (found-idx)
           move look-program-id to ky-program-id (found-idx)
           move night-idx to ky-night-idx (found-idx)
           add 1 to nt-key-count (night-idx)
           if night-idx > latest-night
               move night-idx to latest-night
           end-if.

       check-program-known.
           move "N" to known-flag
           perform varying kp-idx from 1 by 1 until kp-idx > 15
               if look-program-id = known-program-id (kp-idx)
                   move "Y" to known-flag
               end-if
           end-perform
      *> the sieve, FIB and fibonacci15 record each mode under its
      *> own id, but a queued run is answered under the program name
      *> it was CALLed by, so the modes join as the one program
           if look-program-id = "sieve-segmented"
                   or look-program-id = "sieve-oddpacked"
               move "sieveoferathosthenes" to look-program-id
           end-if
           if look-program-id = "FIB-PISANO"
               move "FIB" to look-program-id
           end-if
           if look-program-id = "fibonacci15-big"
               move "fibonacci15" to look-program-id
           end-if.

       check-id-issued.
      *> ids older than the register's first entry predate it and
      *> are taken as issued
           move "Y" to issued-flag
           if ky-run-id (key-idx) < register-first-id
               exit paragraph
           end-if
           move "N" to issued-flag
           perform varying issued-idx from 1 by 1
                   until issued-idx > issued-count or id-issued
               if is-run-id (issued-idx) = ky-run-id (key-idx)
                   move "Y" to issued-flag
               end-if
           end-perform.

       write-refchk-report.
           move "refchk-report.txt" to rw-report-name
           move "CROSS-FILE REFERENTIAL INTEGRITY CHECK"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move nights-back to count-disp
           string "WINDOW: TONIGHT AND THE " delimited by size
                  function trim (count-disp) delimited by size
                  " NIGHT(S) BEFORE - M MISSING PARTNER, O ORPHAN,"
                      delimited by size
                  " A ADVISORY" delimited by size
                  into rw-line
           perform write-report-line
           move spaces to rw-line
           perform write-report-line
           move spaces to detail-line
           move "NIGHT" to dl-night
           move "C" to dl-class
           move "CATEGORY" to dl-category
           move "RUN ID" to dl-run-id
           move "PROGRAM" to dl-program-id
           move "RECORDS PRESENT" to dl-present
           move detail-line to rw-line
           perform write-report-line
           perform varying night-idx from 1 by 1
                   until night-idx > nights-back + 1
               perform write-night-findings
           end-perform
           perform write-night-summary
           perform write-report-totals
           move "C" to rw-function
           perform call-report-writer.

       write-night-findings.
           perform set-night-date
           perform varying key-idx from 1 by 1 until key-idx > key-count
               if ky-night-idx (key-idx) = night-idx
                   perform list-key-findings
               end-if
           end-perform
           perform varying no-id-idx from 1 by 1
                   until no-id-idx > no-id-count
               if ni-night-idx (no-id-idx) = night-idx
                   move spaces to detail-line
                   move night-date-x to dl-night
                   move cat-no-run-id to cat-idx
                   move fc-class (cat-idx) to dl-class
                   move fc-name (cat-idx) to dl-category
                   move ni-program-id (no-id-idx) to dl-program-id
                   move ni-file-id (no-id-idx) to dl-present
                   move detail-line to rw-line
                   perform write-report-line
               end-if
           end-perform.

       list-key-findings.
           move ky-run-id (key-idx) to rv-run-id
           move ky-run-id (key-idx) (1:8) to rv-run-date
           move local-machine-tag to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call
           if rv-run-invalid
               add 1 to keys-invalidated
               exit paragraph
           end-if
           if ky-result-count (key-idx) > 0
               if ky-audit-count (key-idx) = 0
                   move cat-result-no-audit to cat-idx
                   perform write-key-finding
               end-if
               if ky-history-count (key-idx) = 0
                   move cat-result-no-history to cat-idx
                   perform write-key-finding
               end-if
               if ky-telemetry-count (key-idx) = 0
                   move cat-result-no-telemetry to cat-idx
                   perform write-key-finding
               end-if
           else
               if ky-queue-count (key-idx) > 0
                   move cat-queue-no-result to cat-idx
                   perform write-key-finding
               end-if
               if ky-history-count (key-idx) > 0
                   move cat-history-no-result to cat-idx
                   perform write-key-finding
               end-if
               if ky-audit-count (key-idx) > 0
                   move cat-audit-no-result to cat-idx
                   perform write-key-finding
               end-if
               if ky-telemetry-count (key-idx) > 0
                   move cat-telemetry-no-result to cat-idx
                   perform write-key-finding
               end-if
               if ky-error-count (key-idx) > 0
                   move cat-error-no-result to cat-idx
                   perform write-key-finding
               end-if
           end-if
           perform check-id-issued
           if not id-issued
               move cat-id-not-issued to cat-idx
               perform write-key-finding
           end-if.

       write-key-finding.
           move spaces to detail-line
           move night-date-x to dl-night
           move fc-class (cat-idx) to dl-class
           move fc-name (cat-idx) to dl-category
           move ky-run-id (key-idx) to dl-run-id
           move ky-program-id (key-idx) to dl-program-id
           perform list-records-present
           move detail-line to rw-line
           perform write-report-line
           add 1 to nt-category-count (night-idx, cat-idx).

       list-records-present.
      *> which of the files hold a record for the run and program
           move spaces to dl-present
           move 1 to present-ptr
           if ky-result-count (key-idx) > 0
               string "BR " delimited by size
                   into dl-present with pointer present-ptr
           end-if
           if ky-history-count (key-idx) > 0
               string "BH " delimited by size
                   into dl-present with pointer present-ptr
           end-if
           if ky-audit-count (key-idx) > 0
               string "AL " delimited by size
                   into dl-present with pointer present-ptr
           end-if
           if ky-telemetry-count (key-idx) > 0
               string "RT " delimited by size
                   into dl-present with pointer present-ptr
           end-if
           if ky-error-count (key-idx) > 0
               string "EL " delimited by size
                   into dl-present with pointer present-ptr
           end-if
           if ky-queue-count (key-idx) > 0
               string "QR " delimited by size
                   into dl-present with pointer present-ptr
           end-if.

       set-night-date.
           compute record-integer = window-start-integer + night-idx - 1
           move function date-of-integer (record-integer)
               to night-date-x.

       write-night-summary.
           move spaces to rw-line
           perform write-report-line
           move "FINDINGS PER NIGHT BY CATEGORY" to rw-line
           perform write-report-line
           perform varying night-idx from 1 by 1
                   until night-idx > nights-back + 1
               perform summarize-one-night
           end-perform.

       summarize-one-night.
           perform set-night-date
           move 0 to night-findings
           move spaces to rw-line
           move night-date-x to rw-line (1:8)
           move nt-key-count (night-idx) to count-disp
           move count-disp to rw-line (11:7)
           move "RUN/PROGRAM KEY(S)" to rw-line (19:18)
           perform varying cat-idx from 1 by 1
                   until cat-idx > max-categories
               if nt-category-count (night-idx, cat-idx) > 0
                       and not fc-advisory (cat-idx)
                   add nt-category-count (night-idx, cat-idx)
                       to night-findings
               end-if
           end-perform
           move night-findings to count-disp
           move count-disp to rw-line (38:7)
           move "FINDING(S)" to rw-line (46:10)
           if night-idx = latest-night and night-findings > 0
               move "<< LATEST RUN NIGHT - INCOMPLETE" to rw-line (58:)
           end-if
           perform write-report-line
           perform varying cat-idx from 1 by 1
                   until cat-idx > max-categories
               if nt-category-count (night-idx, cat-idx) > 0
                   move spaces to rw-line
                   move nt-category-count (night-idx, cat-idx)
                       to count-disp
                   move count-disp to rw-line (11:7)
                   move fc-class (cat-idx) to rw-line (19:1)
                   move fc-name (cat-idx) to rw-line (21:26)
                   perform write-report-line
                   if fc-advisory (cat-idx)
                       add nt-category-count (night-idx, cat-idx)
                           to advisories-total
                   end-if
               end-if
           end-perform
           add night-findings to findings-total
           if night-idx = latest-night
               add night-findings to findings-latest
           else
               add night-findings to findings-earlier
           end-if.

       write-report-totals.
           move spaces to rw-line
           move key-count to count-disp
           string "RUN/PROGRAM KEYS JOINED        " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move records-joined to count-disp
           string "RECORDS IN THE WINDOW          " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move records-not-joined to count-disp
           string "NON-BENCHMARK RECORDS SKIPPED  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move history-imported to count-disp
           string "IMPORTED HISTORY SKIPPED       " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move keys-invalidated to count-disp
           string "INVALIDATED KEYS NOT REPORTED  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move findings-latest to count-disp
           string "FINDINGS ON THE LATEST NIGHT   " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move findings-earlier to count-disp
           string "FINDINGS ON EARLIER NIGHTS     " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move advisories-total to count-disp
           string "ADVISORIES                     " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer.

       raise-incomplete-alert.
           move "refchk" to ar-program-id
           move "E" to ar-severity
           move latest-night to night-idx
           perform set-night-date
           move findings-latest to count-disp
           move spaces to ar-message
           string "RFCK001E " delimited by size
                  function trim (count-disp) delimited by size
                  "|" delimited by size
                  night-date-x delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       raise-earlier-alert.
           move "refchk" to ar-program-id
           move "W" to ar-severity
           move findings-earlier to count-disp
           move spaces to ar-message
           string "RFCK002W " delimited by size
                  count-disp delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
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

       end program refchk.
