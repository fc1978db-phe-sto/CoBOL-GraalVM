       identification division.
       program-id. chargeback.
      *>****************************************************************
      *> Monthly CPU chargeback. The box is shared, and the departments
      *> that submit queue work pay for the CPU their runs consume.
      *> Every queue result carries the run id BENCHQPROC began for
      *> the run (bench-queue-results.dat says who asked), and
      *> run-telemetry.dat holds the CPU and wall milliseconds each
      *> run id consumed; this program joins the two for the month on
      *> the chargeback.parm card (yyyymm, default the current month):
      *>   - each requester is mapped to a cost center through the
      *>     requester-centers.dat table; a requester with no row is
      *>     billed to UNMAPPED, and the run ends with return code 4
      *>     so the table is corrected before the invoices go out
      *>   - CPU minutes are priced from cpu-rate-card.dat: the
      *>     center's latest rate effective by the month's end, else
      *>     the "*" house rate; a center with neither is listed
      *>     unpriced (return code 4)
      *>   - runs not made for a queue request - the nightly driver's
      *>     own runs, operator runs from the menu - are charged to
      *>     the operations center (OPERATIONS unless the card names
      *>     another) under requester SUITE-OWN-RUNS, not dropped
      *>   - only the month's queue results (completed in the month)
      *>     are taken for the join; should they still outrun the
      *>     run table, the requests left out are counted on the
      *>     report and the run ends with return code 4, since their
      *>     telemetry would otherwise bill as the suite's own runs
      *> The report (chargeback-report.txt, through REPORT-WRITER)
      *> opens with a summary page by cost center and then prints one
      *> invoice page per center listing each requester's runs, CPU
      *> and wall minutes, and charge. The delimited extract finance
      *> loads (chargeback-extract.csv) has a header row, one row per
      *> requester, and a TRAILER row carrying the row count, the
      *> total CPU milliseconds and the total charge as control totals.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select chargeback-parm-in assign to "chargeback.parm"
               organization line sequential
               file status is parm-status.
           select requester-centers-in
               assign to "requester-centers.dat"
               organization line sequential
               file status is cc-status.
           select rate-card-in assign to "cpu-rate-card.dat"
               organization line sequential
               file status is cr-status.
           select queue-results-in
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.
           select run-telemetry-in assign to "run-telemetry.dat"
               organization line sequential
               file status is rt-status.
           select export-out assign to "chargeback-extract.csv"
               organization line sequential
               file status is export-status.

       data division.
       file section.
       fd  chargeback-parm-in.
           COPY cbparm.
       fd  requester-centers-in.
           COPY ccmap.
       fd  rate-card-in.
           COPY ratecard.
       fd  queue-results-in.
           COPY benchqr.
       fd  run-telemetry-in.
           COPY runtelem.
       fd  export-out.
       01  export-record               pic x(250).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  cc-status                   pic xx.
       77  cr-status                   pic xx.
       77  results-status              pic xx.
       77  rt-status                   pic xx.
       77  export-status               pic xx.
       77  charge-month                pic 9(6).
       77  month-last-day              pic x(8).
       77  operations-center           pic x(10) value "OPERATIONS".
       77  suite-requester             pic x(20)
               value "SUITE-OWN-RUNS".
       77  unmapped-center             pic x(10) value "UNMAPPED".
       77  max-runs                    pic 9(4) value 3000.
       77  run-count                   pic 9(4) value 0.
       77  run-idx                     pic 9(4).
       77  found-run                   pic 9(4).
       77  max-own-runs                pic 9(4) value 1000.
       77  own-run-count               pic 9(4) value 0.
       77  max-centers                 pic 99 value 50.
       77  center-count                pic 99 value 0.
       77  center-idx                  pic 99.
       77  found-center                pic 99.
       77  max-mappings                pic 9(3) value 200.
       77  mapping-count               pic 9(3) value 0.
       77  max-charges                 pic 9(3) value 200.
       77  charge-count                pic 9(3) value 0.
       77  max-rates                   pic 9(3) value 100.
       77  rate-count                  pic 9(3) value 0.
       77  tbl-idx                     pic 9(4).
       77  found-idx                   pic 9(4).
       77  work-center                 pic x(10).
       77  work-requester              pic x(20).
       77  new-run-flag                pic x.
           88 new-run                  value "Y".
       77  default-rate                pic 9(5)v99 value 0.
       77  default-rate-date           pic x(8) value spaces.
       77  unmapped-count              pic 9(3) value 0.
       77  unpriced-count              pic 99 value 0.
       77  runs-overflow               pic 9(7) value 0.
       77  telemetry-read              pic 9(9) value 0.
       77  telemetry-charged           pic 9(9) value 0.
       77  total-runs                  pic 9(9) value 0.
       77  total-cpu-ms                pic 9(15) value 0.
       77  total-charge                pic 9(11)v99 value 0.
       77  export-rows                 pic 9(9) value 0.
       77  cpu-minutes                 pic 9(9)v99.
       77  wall-minutes                pic 9(9)v99.
       77  runs-disp                   pic z(6)9.
       77  minutes-disp                pic z(7)9.99.
       77  wall-disp                   pic z(7)9.99.
       77  charge-disp                 pic z(9)9.99.
       77  rate-disp                   pic z(4)9.99.
       77  count-edit                  pic z(8)9.
       77  ms-edit                     pic z(14)9.
       77  charge-edit                 pic z(10)9.99.
       77  rate-edit                   pic z(4)9.99.
       77  count-trim                  pic x(9).
       77  runs-trim                   pic x(9).
       77  ms-trim                     pic x(15).
       77  wall-trim                   pic x(15).
       77  charge-trim                 pic x(14).
       77  rate-trim                   pic x(8).
       77  detail-line                 pic x(132).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  inv-program-id              pic x(20).
       77  inv-compiled-stamp          pic x(21).

       01  run-table.
           05 rn-entry occurs 3000 times.
               10 rn-run-id          pic x(16).
               10 rn-requester-id    pic x(20).
               10 rn-charged-flag    pic x.
                   88 rn-charged     value "Y".

       01  own-run-table.
           05 ow-run-id occurs 1000 times pic x(16).

       01  mapping-table.
           05 mp-entry occurs 200 times.
               10 mp-requester-id    pic x(20).
               10 mp-cost-center     pic x(10).

       01  rate-table.
           05 rc-entry occurs 100 times.
               10 rc-cost-center     pic x(10).
               10 rc-effective-date  pic x(8).
               10 rc-rate            pic 9(5)v99.

       01  center-table.
           05 ct-entry occurs 50 times.
               10 ct-cost-center     pic x(10).
               10 ct-center-name     pic x(30).
               10 ct-rate            pic 9(5)v99.
               10 ct-rate-date       pic x(8).
               10 ct-rate-source     pic x.
                   88 ct-own-rate    value "C".
                   88 ct-house-rate  value "H".
                   88 ct-no-rate     value "N".
               10 ct-runs            pic 9(7) comp.
               10 ct-cpu-ms          pic 9(15) comp.
               10 ct-wall-ms         pic 9(15) comp.
               10 ct-charge          pic 9(11)v99.

       01  charge-table.
           05 ch-entry occurs 200 times.
               10 ch-requester-id    pic x(20).
               10 ch-center-idx      pic 99.
               10 ch-runs            pic 9(7) comp.
               10 ch-cpu-ms          pic 9(15) comp.
               10 ch-wall-ms         pic 9(15) comp.
               10 ch-charge          pic 9(11)v99.

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
           perform read-chargeback-parm
           perform load-requester-centers
           move operations-center to work-center
           perform find-or-add-center
           perform load-rate-card
           perform load-queue-runs
           perform tally-telemetry
           perform price-charges
           perform write-chargeback-report
           perform write-chargeback-extract
           display "chargeback " charge-month " complete - "
               "telemetry records " telemetry-read " charged "
               telemetry-charged " unmapped requesters "
               unmapped-count " unpriced centers " unpriced-count
           if runs-overflow > 0
               display "chargeback: run table full - " runs-overflow
                   " queue result(s) for " charge-month " not joined"
           end-if
           if unmapped-count > 0 or unpriced-count > 0
                   or runs-overflow > 0
               move 4 to return-code
           end-if
           goback.

       register-module.
           move "chargeback" to inv-program-id
           move function when-compiled to inv-compiled-stamp
           call "MOD-INVENT" using inv-program-id,
               inv-compiled-stamp
               on exception continue
           end-call.

       read-chargeback-parm.
           move function current-date (1:6) to charge-month
           open input chargeback-parm-in
           if parm-status = "00"
               read chargeback-parm-in
                   not at end
                       if cb-charge-month numeric
                               and cb-charge-month not = 0
                           move cb-charge-month to charge-month
                       end-if
                       if cb-operations-center not = spaces
                           move cb-operations-center
                               to operations-center
                       end-if
               end-read
               close chargeback-parm-in
           end-if
           move spaces to month-last-day
           string charge-month delimited by size
                  "31" delimited by size
                  into month-last-day.

       load-requester-centers.
           open input requester-centers-in
           if cc-status not = "00"
               display "chargeback: no requester-centers.dat - every "
                   "requester bills to " unmapped-center
               exit paragraph
           end-if
           perform until cc-status not = "00"
               read requester-centers-in
                   at end continue
                   not at end
                       perform store-one-mapping
               end-read
           end-perform
           close requester-centers-in.

       store-one-mapping.
           if cc-requester-id = spaces or cc-cost-center = spaces
               exit paragraph
           end-if
           if mapping-count < max-mappings
               add 1 to mapping-count
               move cc-requester-id
                   to mp-requester-id (mapping-count)
               move cc-cost-center to mp-cost-center (mapping-count)
           end-if
           move cc-cost-center to work-center
           perform find-or-add-center
           if found-center not = 0
                   and ct-center-name (found-center) = spaces
               move cc-center-name to ct-center-name (found-center)
           end-if.

       find-or-add-center.
           move 0 to found-center
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               if ct-cost-center (center-idx) = work-center
                   move center-idx to found-center
               end-if
           end-perform
           if found-center = 0 and center-count < max-centers
               add 1 to center-count
               move center-count to found-center
               move work-center to ct-cost-center (center-count)
               move spaces to ct-center-name (center-count)
               move 0 to ct-rate (center-count)
               move spaces to ct-rate-date (center-count)
               move "N" to ct-rate-source (center-count)
               move 0 to ct-runs (center-count)
               move 0 to ct-cpu-ms (center-count)
               move 0 to ct-wall-ms (center-count)
               move 0 to ct-charge (center-count)
           end-if.

       load-rate-card.
           open input rate-card-in
           if cr-status not = "00"
               display "chargeback: no cpu-rate-card.dat - nothing "
                   "can be priced"
               exit paragraph
           end-if
           perform until cr-status not = "00"
               read rate-card-in
                   at end continue
                   not at end
                       perform store-one-rate
               end-read
           end-perform
           close rate-card-in.

       store-one-rate.
      *> only rows in force by the end of the billing month count;
      *> of those, the latest effective date wins
           if cr-rate-per-cpu-min not numeric
                   or cr-effective-date > month-last-day
               exit paragraph
           end-if
           if cr-cost-center = "*"
               if default-rate-date = spaces
                       or cr-effective-date >= default-rate-date
                   move cr-rate-per-cpu-min to default-rate
                   move cr-effective-date to default-rate-date
               end-if
               exit paragraph
           end-if
           move 0 to found-idx
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > rate-count
               if rc-cost-center (tbl-idx) = cr-cost-center
                   move tbl-idx to found-idx
               end-if
           end-perform
           if found-idx = 0
               if rate-count < max-rates
                   add 1 to rate-count
                   move rate-count to found-idx
                   move cr-cost-center to rc-cost-center (found-idx)
                   move spaces to rc-effective-date (found-idx)
               else
                   exit paragraph
               end-if
           end-if
           if rc-effective-date (found-idx) = spaces
                   or cr-effective-date >= rc-effective-date (found-idx)
               move cr-effective-date to rc-effective-date (found-idx)
               move cr-rate-per-cpu-min to rc-rate (found-idx)
           end-if.

       load-queue-runs.
           open input queue-results-in
           if results-status not = "00"
               exit paragraph
           end-if
           perform until results-status not = "00"
               read queue-results-in
                   at end continue
                   not at end
                       if qr-run-id not = spaces
                               and qr-timestamp (1:6) = charge-month
                           perform note-queue-run
                       end-if
               end-read
           end-perform
           close queue-results-in.

       note-queue-run.
           if run-count not < max-runs
               add 1 to runs-overflow
               exit paragraph
           end-if
           add 1 to run-count
           move qr-run-id to rn-run-id (run-count)
           move qr-requester-id to rn-requester-id (run-count)
           move "N" to rn-charged-flag (run-count).

       tally-telemetry.
           open input run-telemetry-in
           if rt-status not = "00"
               display "chargeback: no run-telemetry.dat - nothing "
                   "to charge"
               exit paragraph
           end-if
           perform until rt-status not = "00"
               read run-telemetry-in
                   at end continue
                   not at end
                       if rt-timestamp (1:6) = charge-month
                           add 1 to telemetry-read
                           perform charge-one-telemetry
                       end-if
               end-read
           end-perform
           close run-telemetry-in.

       charge-one-telemetry.
           if rt-cpu-ms not numeric or rt-wall-ms not numeric
               exit paragraph
           end-if
           move 0 to found-run
           if rt-run-id not = spaces
               perform varying run-idx from 1 by 1
                       until run-idx > run-count or found-run not = 0
                   if rn-run-id (run-idx) = rt-run-id
                       move run-idx to found-run
                   end-if
               end-perform
           end-if
           move "N" to new-run-flag
           if found-run not = 0
               move rn-requester-id (found-run) to work-requester
               if not rn-charged (found-run)
                   move "Y" to rn-charged-flag (found-run)
                   move "Y" to new-run-flag
               end-if
           else
      *> not a queue request - the suite's own run
               move suite-requester to work-requester
               perform note-own-run
           end-if
           perform find-or-add-charge
           if found-idx = 0
               exit paragraph
           end-if
           add 1 to telemetry-charged
           if new-run
               add 1 to ch-runs (found-idx)
           end-if
           add rt-cpu-ms to ch-cpu-ms (found-idx)
           add rt-wall-ms to ch-wall-ms (found-idx).

       note-own-run.
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > own-run-count
               if ow-run-id (tbl-idx) = rt-run-id
                   exit paragraph
               end-if
           end-perform
           if own-run-count < max-own-runs
               add 1 to own-run-count
               move rt-run-id to ow-run-id (own-run-count)
           end-if
           move "Y" to new-run-flag.

       find-or-add-charge.
           move 0 to found-idx
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > charge-count
               if ch-requester-id (tbl-idx) = work-requester
                   move tbl-idx to found-idx
               end-if
           end-perform
           if found-idx not = 0 or charge-count not < max-charges
               exit paragraph
           end-if
           if work-requester = suite-requester
               move operations-center to work-center
           else
               move unmapped-center to work-center
               perform varying tbl-idx from 1 by 1
                       until tbl-idx > mapping-count
                   if mp-requester-id (tbl-idx) = work-requester
                       move mp-cost-center (tbl-idx) to work-center
                   end-if
               end-perform
               if work-center = unmapped-center
                   add 1 to unmapped-count
               end-if
           end-if
           perform find-or-add-center
           if found-center = 0
               exit paragraph
           end-if
           add 1 to charge-count
           move charge-count to found-idx
           move work-requester to ch-requester-id (found-idx)
           move found-center to ch-center-idx (found-idx)
           move 0 to ch-runs (found-idx)
           move 0 to ch-cpu-ms (found-idx)
           move 0 to ch-wall-ms (found-idx)
           move 0 to ch-charge (found-idx).

       price-charges.
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               perform resolve-center-rate
           end-perform
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > charge-count
               move ch-center-idx (tbl-idx) to center-idx
               compute ch-charge (tbl-idx) rounded =
                   ch-cpu-ms (tbl-idx) * ct-rate (center-idx) / 60000
               add ch-runs (tbl-idx) to ct-runs (center-idx)
               add ch-cpu-ms (tbl-idx) to ct-cpu-ms (center-idx)
               add ch-wall-ms (tbl-idx) to ct-wall-ms (center-idx)
               add ch-charge (tbl-idx) to ct-charge (center-idx)
               add ch-runs (tbl-idx) to total-runs
               add ch-cpu-ms (tbl-idx) to total-cpu-ms
               add ch-charge (tbl-idx) to total-charge
           end-perform
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               if ct-no-rate (center-idx)
                       and ct-cpu-ms (center-idx) > 0
                   add 1 to unpriced-count
               end-if
           end-perform.

       resolve-center-rate.
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > rate-count
               if rc-cost-center (tbl-idx) = ct-cost-center (center-idx)
                   move rc-rate (tbl-idx) to ct-rate (center-idx)
                   move rc-effective-date (tbl-idx)
                       to ct-rate-date (center-idx)
                   move "C" to ct-rate-source (center-idx)
               end-if
           end-perform
           if ct-no-rate (center-idx) and default-rate-date not = spaces
               move default-rate to ct-rate (center-idx)
               move default-rate-date to ct-rate-date (center-idx)
               move "H" to ct-rate-source (center-idx)
           end-if.

       write-chargeback-report.
           move "chargeback-report.txt" to rw-report-name
           move spaces to rw-report-title
           string "CPU CHARGEBACK SUMMARY - MONTH " delimited by size
                  charge-month delimited by size
                  into rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move "COST CENTER NAME                            RUNS"
               & "    CPU-MIN   WALL-MIN        CHARGE" to rw-line
           perform write-report-detail
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               if ct-runs (center-idx) > 0
                       or ct-cpu-ms (center-idx) > 0
                   perform write-summary-line
               end-if
           end-perform
           perform write-grand-totals
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               if ct-runs (center-idx) > 0
                       or ct-cpu-ms (center-idx) > 0
                   perform write-invoice-page
               end-if
           end-perform
           move "C" to rw-function
           perform call-report-writer.

       write-summary-line.
           move ct-runs (center-idx) to runs-disp
           compute cpu-minutes rounded = ct-cpu-ms (center-idx) / 60000
           move cpu-minutes to minutes-disp
           compute wall-minutes rounded =
               ct-wall-ms (center-idx) / 60000
           move wall-minutes to wall-disp
           move ct-charge (center-idx) to charge-disp
           move spaces to detail-line
           string ct-cost-center (center-idx) delimited by size
                  " " delimited by size
                  ct-center-name (center-idx) delimited by size
                  " " delimited by size
                  runs-disp delimited by size
                  " " delimited by size
                  minutes-disp delimited by size
                  " " delimited by size
                  wall-disp delimited by size
                  " " delimited by size
                  charge-disp delimited by size
                  into detail-line
           if ct-no-rate (center-idx)
               move "  NOT PRICED - NO RATE" to detail-line (101:22)
           end-if
           move detail-line to rw-line
           perform write-report-detail.

       write-grand-totals.
           move total-runs to count-edit
           move spaces to rw-line
           string "RUNS CHARGED:         " delimited by size
                  count-edit delimited by size
                  into rw-line
           perform write-report-total
           compute cpu-minutes rounded = total-cpu-ms / 60000
           move cpu-minutes to minutes-disp
           move spaces to rw-line
           string "CPU MINUTES:         " delimited by size
                  minutes-disp delimited by size
                  into rw-line
           perform write-report-total
           move total-charge to charge-disp
           move spaces to rw-line
           string "TOTAL CHARGE:     " delimited by size
                  charge-disp delimited by size
                  into rw-line
           perform write-report-total
           if unmapped-count > 0
               move unmapped-count to count-edit
               move spaces to rw-line
               string "UNMAPPED REQUESTERS:  " delimited by size
                      count-edit delimited by size
                      "  - SEE THE " delimited by size
                      unmapped-center delimited by space
                      " INVOICE" delimited by size
                      into rw-line
               perform write-report-total
           end-if
           if runs-overflow > 0
               move runs-overflow to count-edit
               move spaces to rw-line
               string "RUN TABLE OVERFLOW:   " delimited by size
                      count-edit delimited by size
                      "  QUEUE RESULTS NOT JOINED - CHARGED AS "
                          delimited by size
                      suite-requester delimited by space
                      into rw-line
               perform write-report-total
           end-if.

       write-invoice-page.
           move spaces to rw-report-title
           string "CPU CHARGEBACK INVOICE - " delimited by size
                  ct-cost-center (center-idx) delimited by space
                  " - MONTH " delimited by size
                  charge-month delimited by size
                  into rw-report-title
           move "P" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "COST CENTER:   " delimited by size
                  ct-cost-center (center-idx) delimited by size
                  " " delimited by size
                  ct-center-name (center-idx) delimited by size
                  into rw-line
           perform write-report-detail
           move ct-rate (center-idx) to rate-disp
           move spaces to rw-line
           evaluate true
               when ct-own-rate (center-idx)
                   string "RATE PER CPU MINUTE: " delimited by size
                          rate-disp delimited by size
                          "  EFFECTIVE " delimited by size
                          ct-rate-date (center-idx) delimited by size
                          into rw-line
               when ct-house-rate (center-idx)
                   string "RATE PER CPU MINUTE: " delimited by size
                          rate-disp delimited by size
                          "  EFFECTIVE " delimited by size
                          ct-rate-date (center-idx) delimited by size
                          "  (HOUSE RATE)" delimited by size
                          into rw-line
               when other
                   move "RATE PER CPU MINUTE: NONE ON THE RATE CARD - "
                       & "NOT PRICED" to rw-line
           end-evaluate
           perform write-report-detail
           move spaces to rw-line
           perform write-report-detail
           move "REQUESTER               RUNS    CPU-MIN   WALL-MIN"
               & "        CHARGE" to rw-line
           perform write-report-detail
           perform varying tbl-idx from 1 by 1
                   until tbl-idx > charge-count
               if ch-center-idx (tbl-idx) = center-idx
                   perform write-invoice-line
               end-if
           end-perform
           move ct-runs (center-idx) to runs-disp
           compute cpu-minutes rounded = ct-cpu-ms (center-idx) / 60000
           move cpu-minutes to minutes-disp
           compute wall-minutes rounded =
               ct-wall-ms (center-idx) / 60000
           move wall-minutes to wall-disp
           move ct-charge (center-idx) to charge-disp
           move spaces to rw-line
           string "CENTER TOTAL         " delimited by size
                  runs-disp delimited by size
                  " " delimited by size
                  minutes-disp delimited by size
                  " " delimited by size
                  wall-disp delimited by size
                  " " delimited by size
                  charge-disp delimited by size
                  into rw-line
           perform write-report-total.

       write-invoice-line.
           move ch-runs (tbl-idx) to runs-disp
           compute cpu-minutes rounded = ch-cpu-ms (tbl-idx) / 60000
           move cpu-minutes to minutes-disp
           compute wall-minutes rounded = ch-wall-ms (tbl-idx) / 60000
           move wall-minutes to wall-disp
           move ch-charge (tbl-idx) to charge-disp
           move spaces to rw-line
           string ch-requester-id (tbl-idx) delimited by size
                  " " delimited by size
                  runs-disp delimited by size
                  " " delimited by size
                  minutes-disp delimited by size
                  " " delimited by size
                  wall-disp delimited by size
                  " " delimited by size
                  charge-disp delimited by size
                  into rw-line
           perform write-report-detail.

       write-chargeback-extract.
           open output export-out
           move spaces to export-record
           string "BILLING-MONTH,COST-CENTER,REQUESTER-ID,RUNS,"
                      delimited by size
                  "CPU-MS,WALL-MS,RATE-PER-CPU-MIN,CHARGE"
                      delimited by size
                  into export-record
           write export-record
           perform varying center-idx from 1 by 1
                   until center-idx > center-count
               perform varying tbl-idx from 1 by 1
                       until tbl-idx > charge-count
                   if ch-center-idx (tbl-idx) = center-idx
                       perform write-extract-row
                   end-if
               end-perform
           end-perform
           move export-rows to count-edit
           move function trim (count-edit) to count-trim
           move total-cpu-ms to ms-edit
           move function trim (ms-edit) to ms-trim
           move total-charge to charge-edit
           move function trim (charge-edit) to charge-trim
           move spaces to export-record
           string "TRAILER," delimited by size
                  count-trim delimited by space
                  "," delimited by size
                  ms-trim delimited by space
                  "," delimited by size
                  charge-trim delimited by space
                  into export-record
           write export-record
           close export-out.

       write-extract-row.
           add 1 to export-rows
           move ch-runs (tbl-idx) to count-edit
           move function trim (count-edit) to runs-trim
           move ch-cpu-ms (tbl-idx) to ms-edit
           move function trim (ms-edit) to ms-trim
           move ch-wall-ms (tbl-idx) to ms-edit
           move function trim (ms-edit) to wall-trim
           move ct-rate (center-idx) to rate-edit
           move function trim (rate-edit) to rate-trim
           move ch-charge (tbl-idx) to charge-edit
           move function trim (charge-edit) to charge-trim
           move spaces to export-record
           string charge-month delimited by size
                  "," delimited by size
                  ct-cost-center (center-idx) delimited by space
                  "," delimited by size
                  ch-requester-id (tbl-idx) delimited by space
                  "," delimited by size
                  runs-trim delimited by space
                  "," delimited by size
                  ms-trim delimited by space
                  "," delimited by size
                  wall-trim delimited by space
                  "," delimited by size
                  rate-trim delimited by space
                  "," delimited by size
                  charge-trim delimited by space
                  into export-record
           write export-record.

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

       end program chargeback.
