       identification division.
       program-id. sievecmp.
      *>****************************************************************
      *> Sieve mode comparison by table size. SIEVEOFERATHOSTHENES
      *> records each of its modes under its own program id -
      *> sieveoferathosthenes for the classic sieve, sieve-oddpacked
      *> for the odd-only packed sieve (card mode P) and
      *> sieve-segmented for the windowed sieve past the single-pass
      *> limit - with the table size in br-iteration-count. This
      *> report reads bench-result.dat and, for every table size run,
      *> gives each mode's run count and average elapsed-ms and the
      *> packed sieve's speed-up over the classic one (classic
      *> average divided by packed average, so 2.00 means twice as
      *> fast). A run the program did not complete successfully (its
      *> audit-log.dat record is REJECTED, DENIED or OVERFLOW) is left
      *> out, as is any run marked invalid on the run invalidation
      *> register (INVMAINT, checked through RUN-VALID). The report
      *> goes through REPORT-WRITER as sievecmp-report.txt.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select bench-result-in assign to "bench-result.dat"
               organization line sequential
               file status is br-status.
           select audit-log-in assign to "audit-log.dat"
               organization line sequential
               file status is al-status.

       data division.
       file section.
       fd  bench-result-in.
           COPY benchres.
       fd  audit-log-in.
           COPY auditlog.

       working-storage section.
           COPY envarea.
       77  br-status                   pic xx.
       77  al-status                   pic xx.
       77  mode-idx                    pic 9.
       77  max-sizes                   pic 9(3) value 100.
       77  size-count                  pic 9(3) value 0.
       77  sz-idx                      pic 9(3).
       77  found-idx                   pic 9(3).
       77  max-failed                  pic 9(3) value 500.
       77  failed-count                pic 9(3) value 0.
       77  fr-idx                      pic 9(3).
       77  failed-flag                 pic x.
           88 run-failed               value "Y".
       77  results-used                pic 9(7) value 0.
       77  results-left-out            pic 9(7) value 0.
       77  sizes-dropped               pic 9(5) value 0.
       77  classic-avg-ms              pic 9(9) comp.
       77  packed-avg-ms               pic 9(9) comp.
       77  speed-up                    pic 9(3)v99.
       77  avg-disp                    pic z(8)9.
       77  speed-disp                  pic zz9.99.
       77  count-disp                  pic z(6)9.
       77  rv-run-id                   pic x(16).
       77  rv-run-date                 pic x(8).
       77  rv-machine-tag              pic x(20).
       77  rv-invalid-flag             pic x.
           88 rv-run-invalid           value "Y".
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  sieve-modes.
           05 filler pic x(20) value "sieveoferathosthenes".
           05 filler pic x(20) value "sieve-oddpacked".
           05 filler pic x(20) value "sieve-segmented".
       01  sieve-mode-table redefines sieve-modes.
           05 sm-program-id occurs 3 times pic x(20).

       01  failed-run-table.
           05 fr-entry occurs 500 times.
               10 fr-run-id            pic x(16).
               10 fr-program-id        pic x(20).

       01  size-table.
           05 sz-entry occurs 100 times.
               10 sz-table-size        pic 9(9).
               10 sz-mode occurs 3 times.
                   15 sz-run-count     pic 9(5) comp.
                   15 sz-total-ms      pic 9(15) comp.

       01  detail-line.
           05 dl-table-size            pic z(8)9.
           05 filler                   pic x(3).
           05 dl-classic-runs          pic zzz9.
           05 filler                   pic x.
           05 dl-classic-avg           pic x(9).
           05 filler                   pic x(3).
           05 dl-packed-runs           pic zzz9.
           05 filler                   pic x.
           05 dl-packed-avg            pic x(9).
           05 filler                   pic x(3).
           05 dl-speed-up              pic x(7).
           05 filler                   pic x(3).
           05 dl-segmented-runs        pic zzz9.
           05 filler                   pic x.
           05 dl-segmented-avg         pic x(9).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-failed-runs
           perform load-sieve-results
           perform write-comparison-report
           display "sievecmp complete - " size-count
               " table size(s), " results-used " result(s) used, "
               results-left-out " left out"
           goback.

       load-failed-runs.
           open input audit-log-in
           if al-status not = "00"
               exit paragraph
           end-if
           perform until al-status not = "00"
               read audit-log-in
                   at end continue
                   not at end
                       if al-outcome not = "SUCCESS"
                               and failed-count < max-failed
                           perform check-sieve-program
                           if found-idx > 0
                               add 1 to failed-count
                               move al-run-id
                                   to fr-run-id (failed-count)
                               move al-program-id
                                   to fr-program-id (failed-count)
                           end-if
                       end-if
               end-read
           end-perform
           close audit-log-in.

       check-sieve-program.
           move 0 to found-idx
           perform varying mode-idx from 1 by 1
                   until mode-idx > 3
               if al-program-id = sm-program-id (mode-idx)
                   move mode-idx to found-idx
               end-if
           end-perform.

       load-sieve-results.
           open input bench-result-in
           if br-status not = "00"
               display "sievecmp: bench-result.dat not present"
               exit paragraph
           end-if
           perform until br-status not = "00"
               read bench-result-in
                   at end continue
                   not at end
                       perform take-sieve-result
               end-read
           end-perform
           close bench-result-in.

       take-sieve-result.
           move 0 to mode-idx
           if br-program-id = sm-program-id (1)
               move 1 to mode-idx
           end-if
           if br-program-id = sm-program-id (2)
               move 2 to mode-idx
           end-if
           if br-program-id = sm-program-id (3)
               move 3 to mode-idx
           end-if
           if mode-idx = 0
               exit paragraph
           end-if
           perform check-result-excluded
           if run-failed or rv-run-invalid
               add 1 to results-left-out
               exit paragraph
           end-if
           perform find-size-slot
           if found-idx = 0
               add 1 to sizes-dropped
               exit paragraph
           end-if
           add 1 to results-used
           add 1 to sz-run-count (found-idx, mode-idx)
           add br-elapsed-ms to sz-total-ms (found-idx, mode-idx).

       check-result-excluded.
           move "N" to failed-flag
           perform varying fr-idx from 1 by 1
                   until fr-idx > failed-count or run-failed
               if fr-run-id (fr-idx) = br-run-id
                       and fr-program-id (fr-idx) = br-program-id
                       and br-run-id not = spaces
                   move "Y" to failed-flag
               end-if
           end-perform
           move br-run-id to rv-run-id
           move br-start-timestamp (1:8) to rv-run-date
           move spaces to rv-machine-tag
           move "N" to rv-invalid-flag
           call "RUN-VALID" using rv-run-id, rv-run-date,
               rv-machine-tag, rv-invalid-flag
               on exception continue
           end-call.

       find-size-slot.
      *> the table is kept in table-size order, so a new size is
      *> opened up in place
           move 0 to found-idx
           perform varying sz-idx from 1 by 1
                   until sz-idx > size-count or found-idx > 0
               if sz-table-size (sz-idx) = br-iteration-count
                   move sz-idx to found-idx
               end-if
           end-perform
           if found-idx > 0 or size-count >= max-sizes
               exit paragraph
           end-if
           move size-count to sz-idx
           add 1 to size-count
           perform until sz-idx = 0
                   or sz-table-size (sz-idx) < br-iteration-count
               move sz-entry (sz-idx) to sz-entry (sz-idx + 1)
               subtract 1 from sz-idx
           end-perform
           add 1 to sz-idx
           move sz-idx to found-idx
           initialize sz-entry (found-idx)
           move br-iteration-count to sz-table-size (found-idx).

       write-comparison-report.
           move "sievecmp-report.txt" to rw-report-name
           move "SIEVE MODES BY TABLE SIZE - PACKED SPEED-UP"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move "TABLE-SIZE" to rw-line (1:10)
           move "CLASSIC" to rw-line (14:7)
           move "PACKED" to rw-line (31:6)
           move "SPEED-UP" to rw-line (47:8)
           move "SEGMENTED" to rw-line (58:9)
           perform write-report-line
           move spaces to rw-line
           move "RUNS   AVG-MS" to rw-line (13:13)
           move "RUNS   AVG-MS" to rw-line (30:13)
           move "RUNS   AVG-MS" to rw-line (56:13)
           perform write-report-line
           if size-count = 0
               move "NO SIEVE RESULTS ON BENCH-RESULT.DAT" to rw-line
               perform write-report-line
           end-if
           perform varying sz-idx from 1 by 1
                   until sz-idx > size-count
               perform write-size-line
           end-perform
           move spaces to rw-line
           move results-used to count-disp
           string "RESULTS COMPARED        " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move results-left-out to count-disp
           string "RESULTS LEFT OUT        " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           if sizes-dropped > 0
               move spaces to rw-line
               move sizes-dropped to count-disp
               string "RESULTS NOT TABULATED   " delimited by size
                      count-disp delimited by size
                      into rw-line
               perform call-report-writer
           end-if
           move "C" to rw-function
           perform call-report-writer.

       write-size-line.
           move spaces to detail-line
           move sz-table-size (sz-idx) to dl-table-size
           move sz-run-count (sz-idx, 1) to dl-classic-runs
           move sz-run-count (sz-idx, 2) to dl-packed-runs
           move sz-run-count (sz-idx, 3) to dl-segmented-runs
           move "        -" to dl-classic-avg
           move "        -" to dl-packed-avg
           move "        -" to dl-segmented-avg
           move "      -" to dl-speed-up
           move 0 to classic-avg-ms
           move 0 to packed-avg-ms
           if sz-run-count (sz-idx, 1) > 0
               compute classic-avg-ms =
                   sz-total-ms (sz-idx, 1) / sz-run-count (sz-idx, 1)
               move classic-avg-ms to avg-disp
               move avg-disp to dl-classic-avg
           end-if
           if sz-run-count (sz-idx, 2) > 0
               compute packed-avg-ms =
                   sz-total-ms (sz-idx, 2) / sz-run-count (sz-idx, 2)
               move packed-avg-ms to avg-disp
               move avg-disp to dl-packed-avg
           end-if
           if sz-run-count (sz-idx, 3) > 0
               compute avg-disp =
                   sz-total-ms (sz-idx, 3) / sz-run-count (sz-idx, 3)
               move avg-disp to dl-segmented-avg
           end-if
           if classic-avg-ms > 0 and packed-avg-ms > 0
               compute speed-up rounded =
                   classic-avg-ms / packed-avg-ms
                   on size error
                       move 999.99 to speed-up
               end-compute
               move speed-up to speed-disp
               move spaces to dl-speed-up
               string speed-disp delimited by size
                      "X" delimited by size
                      into dl-speed-up
           end-if
           move detail-line to rw-line
           perform write-report-line.

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

       end program sievecmp.
